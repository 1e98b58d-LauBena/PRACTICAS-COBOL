      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Registro de ajustes de periodos cerrados: para cada
      *          periodo cerrado por CIERRMES (uno pedido o todos)
      *          imprime en AJUSTES.PRT el total original de su
      *          certificado CIERRE.PRT guardado en PERIODOS.DAT, los
      *          ajustes aprobados desde entonces que AJUSTES.DAT
      *          anota contra ese periodo y el total reexpresado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFAJUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-STATUS.
           SELECT AJUSTES-FILE ASSIGN TO "AJUSTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-CLAVE
               FILE STATUS IS AJU-STATUS.
           SELECT AJUSTES-REPORT ASSIGN TO "AJUSTES.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-FILE.
       COPY PERIODOS.
       FD  AJUSTES-FILE.
       COPY AJUSTES.
       FD  AJUSTES-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  PER-STATUS          PIC XX.
       01  AJU-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  AJUSTES-ABIERTO-SW  PIC X VALUE "N".
           88  AJUSTES-ABIERTO        VALUE "S".
       01  PERIODO-FILTRO-X    PIC X(06).
       01  PERIODO-FILTRO REDEFINES PERIODO-FILTRO-X PIC 9(06).
       01  PERIODOS-LISTADOS   PIC 9(03) VALUE 0.
       01  AJUSTES-PERIODO     PIC 9(05) VALUE 0.
       01  SUMA-AJUSTES        PIC S9(11)V99 VALUE 0.
       01  TOTAL-ORIGINAL      PIC S9(11)V99 VALUE 0.
       01  TOTAL-REEXPRESADO   PIC S9(11)V99 VALUE 0.
       01  TOTAL-EDITADO       PIC -9(11).99.
       01  LINEA-AJUSTE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WA-FECHA           PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WA-APUNTE          PIC X(16).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WA-CAUSA           PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WA-OPERADOR        PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WA-APROBADOR       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WA-IMPORTE         PIC -9(09).99.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           DISPLAY "Periodo cerrado AAAAMM (espacios para todos): ".
           ACCEPT PERIODO-FILTRO-X.
           IF PERIODO-FILTRO-X = SPACES
                   OR PERIODO-FILTRO-X NOT NUMERIC
               MOVE 0 TO PERIODO-FILTRO
           END-IF.
           OPEN OUTPUT AJUSTES-REPORT.
           PERFORM ESCRIBE-CABECERA.
           OPEN INPUT AJUSTES-FILE.
           IF AJU-STATUS = "00"
               MOVE "S" TO AJUSTES-ABIERTO-SW
           END-IF.
           PERFORM RECORRE-PERIODOS.
           IF AJUSTES-ABIERTO
               CLOSE AJUSTES-FILE
           END-IF.
           IF PERIODOS-LISTADOS = 0
               MOVE SPACES TO RPT-LINE
               STRING "  No hay periodos cerrados que listar."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE 4 TO CODIGO-RETORNO
           END-IF.
           CLOSE AJUSTES-REPORT.
           DISPLAY "Registro de ajustes en AJUSTES.PRT. Periodos: "
                   PERIODOS-LISTADOS.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INFAJUS"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFAJUS"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       ESCRIBE-CABECERA.
           MOVE SPACES TO RPT-LINE
           STRING "Registro de ajustes de periodos cerrados - Fecha: "
                   FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       RECORRE-PERIODOS.
           OPEN INPUT PERIODOS-FILE
           IF PER-STATUS NOT = "00"
               DISPLAY "No se encontro PERIODOS.DAT."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               PERFORM UNTIL PER-STATUS NOT = "00"
                   READ PERIODOS-FILE
                       AT END
                           MOVE "10" TO PER-STATUS
                       NOT AT END
                           IF PD-CERRADO
                                   AND (PERIODO-FILTRO = 0
                                       OR PD-PERIODO = PERIODO-FILTRO)
                               PERFORM LISTA-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF.

      *Los periodos cerrados antes de que el certificado llevara
      *totales no tienen total original: se listan sus ajustes y el
      *total reexpresado parte de cero.
       LISTA-PERIODO.
           ADD 1 TO PERIODOS-LISTADOS
           MOVE SPACES TO RPT-LINE
           STRING "Periodo " PD-PERIODO
                  "  cerrado el " PD-FECHA-CIERRE
                  "  por " PD-OPERADOR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF PD-TOTAL IS NUMERIC AND PD-OPERACIONES IS NUMERIC
               MOVE PD-TOTAL TO TOTAL-ORIGINAL
               MOVE TOTAL-ORIGINAL TO TOTAL-EDITADO
               STRING "  Total del certificado CIERRE.PRT: "
                      PD-OPERACIONES " operacion(es), suma "
                      TOTAL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE 0 TO TOTAL-ORIGINAL
               STRING "  El cierre del periodo no registro total "
                      "en el certificado."
                   DELIMITED BY SIZE INTO RPT-LINE
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF
           WRITE RPT-LINE
           MOVE 0 TO AJUSTES-PERIODO
           MOVE 0 TO SUMA-AJUSTES
           IF AJUSTES-ABIERTO
               PERFORM RECORRE-AJUSTES-PERIODO
           END-IF
           COMPUTE TOTAL-REEXPRESADO = TOTAL-ORIGINAL + SUMA-AJUSTES
           MOVE SUMA-AJUSTES TO TOTAL-EDITADO
           MOVE SPACES TO RPT-LINE
           STRING "  Ajustes posteriores al cierre: " AJUSTES-PERIODO
                  ", suma " TOTAL-EDITADO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-REEXPRESADO TO TOTAL-EDITADO
           MOVE SPACES TO RPT-LINE
           STRING "  Total reexpresado del periodo: " TOTAL-EDITADO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       RECORRE-AJUSTES-PERIODO.
           MOVE PD-PERIODO TO AJ-PERIODO
           MOVE LOW-VALUES TO AJ-CLAVE-LEDGER
           START AJUSTES-FILE KEY IS >= AJ-CLAVE
               INVALID KEY
                   MOVE "10" TO AJU-STATUS
           END-START
           PERFORM UNTIL AJU-STATUS NOT = "00"
               READ AJUSTES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AJU-STATUS
                   NOT AT END
                       IF AJ-PERIODO NOT = PD-PERIODO
                           MOVE "10" TO AJU-STATUS
                       ELSE
                           PERFORM ESCRIBE-LINEA-AJUSTE
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBE-LINEA-AJUSTE.
           ADD 1 TO AJUSTES-PERIODO
           ADD AJ-RESULTADO TO SUMA-AJUSTES
           MOVE AJ-FECHA-NEGOCIO         TO WA-FECHA
           MOVE AJ-CLAVE-LEDGER (1:16)   TO WA-APUNTE
           MOVE AJ-CAUSA                 TO WA-CAUSA
           MOVE AJ-OPERADOR-ID           TO WA-OPERADOR
           MOVE AJ-APROBADOR-ID          TO WA-APROBADOR
           MOVE AJ-RESULTADO             TO WA-IMPORTE
           MOVE LINEA-AJUSTE TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INFAJUS.
