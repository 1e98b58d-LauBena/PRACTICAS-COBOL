      *          entonces graba el registro de periodo cerrado en
      *          PERIODOS.DAT e imprime el certificado de cierre en
      *          CIERRE.PRT; a partir de ahi PERCHK bloquea cualquier
      *          apunte con fecha de negocio del mes cerrado. La matriz
      *          de permisos de PERMCHK autoriza la entrada al programa.
      *          El certificado y el registro de periodo llevan el
      *          numero de operaciones y la suma del periodo segun
      *          RESDIA.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FES-STATUS.
           SELECT RESUMEN-DIA ASSIGN TO "RESDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS RS-STATUS.
           SELECT CIERRE-REPORT ASSIGN TO "CIERRE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  CG-ESTADO              PIC X.
       FD  FESTIVOS-FILE.
       01  FESTIVO-RECORD           PIC 9(08).
       FD  RESUMEN-DIA.
       COPY RESDIA.
       FD  CIERRE-REPORT.
       01  RPT-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  OPSLOG-NOMBRE       PIC X(20).
       01  FES-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  RS-STATUS           PIC XX.
       01  OPERACIONES-PERIODO PIC 9(07) VALUE 0.
       01  TOTAL-PERIODO       PIC S9(11)V99 VALUE 0.
       01  TOTAL-EDITADO       PIC -9(11).99.
       01  PERIODO-X           PIC X(06).
       01  PERIODO REDEFINES PERIODO-X PIC 9(06).
       01  PERIODO-CERRADO-YA  PIC X VALUE "N".
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
               DISPLAY "Acceso denegado, no se inicia la sesion."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           MOVE "*" TO PK-FUNCION
           PERFORM VERIFICA-PERMISO
           IF NOT PK-PERMITIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           DISPLAY "Periodo a cerrar (AAAAMM): ".
           ACCEPT PERIODO-X.
           IF PERIODO-X NOT NUMERIC
               GO TO FINALIZAR-PROGRAMA.
           PERFORM RECORRE-OPSLOG.
           PERFORM VERIFICA-DIAS-MES.
           PERFORM TOTALIZA-PERIODO.
           PERFORM ESCRIBE-CERTIFICADO.
           IF DIAS-FALLIDOS = 0
               PERFORM GRABA-CIERRE
                   DISPLAY "Operador no autorizado."
           END-EVALUATE.

      *La matriz de permisos decide si el operador puede usar este
      *programa; la denegacion la registra PERMCHK en
      *SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE SPACES         TO PK-NIVEL
           MOVE "CIERRMES"     TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de CIERRMES."
           END-IF.

       COMPRUEBA-YA-CERRADO.
           MOVE "N" TO PERIODO-CERRADO-YA
           OPEN INPUT PERIODOS-FILE
               CLOSE FESTIVOS-FILE
           END-IF.

      *El total del periodo sale del resumen diario de LEDGAGG y
      *queda en el certificado y en PERIODOS.DAT, como punto de
      *partida del registro de ajustes de periodos cerrados.
       TOTALIZA-PERIODO.
           MOVE 0 TO OPERACIONES-PERIODO
           MOVE 0 TO TOTAL-PERIODO
           OPEN INPUT RESUMEN-DIA
           IF RS-STATUS NOT = "00"
               DISPLAY "Aviso: sin RESDIA.DAT el certificado sale "
                       "con el total del periodo a cero."
           ELSE
               MOVE LOW-VALUES TO RS-KEY
               COMPUTE RS-FECHA = PERIODO * 100
               START RESUMEN-DIA KEY IS >= RS-KEY
                   INVALID KEY
                       MOVE "10" TO RS-STATUS
               END-START
               PERFORM UNTIL RS-STATUS NOT = "00"
                   READ RESUMEN-DIA NEXT RECORD
                       AT END
                           MOVE "10" TO RS-STATUS
                       NOT AT END
                           IF RS-FECHA (1:6) NOT = PERIODO-X
                               MOVE "10" TO RS-STATUS
                           ELSE
                               ADD RS-CUENTA TO OPERACIONES-PERIODO
                               ADD RS-SUMA   TO TOTAL-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-DIA
           END-IF.

       GRABA-CIERRE.
           MOVE PERIODO TO PD-PERIODO
           MOVE "C"     TO PD-ESTADO
           MOVE FUNCTION CURRENT-DATE (1:8) TO PD-FECHA-CIERRE
           MOVE OP-OPERADOR-ID TO PD-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO PD-TIMESTAMP
           MOVE OPERACIONES-PERIODO TO PD-OPERACIONES
           MOVE TOTAL-PERIODO       TO PD-TOTAL
           OPEN EXTEND PERIODOS-FILE
           IF PER-STATUS = "35"
               OPEN OUTPUT PERIODOS-FILE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-PERIODO TO TOTAL-EDITADO
           MOVE SPACES TO RPT-LINE
           STRING "  Total del periodo: " OPERACIONES-PERIODO
                  " operacion(es), suma " TOTAL-EDITADO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF DIAS-FALLIDOS = 0
               STRING "  PERIODO CERRADO: " DIAS-HABILES
