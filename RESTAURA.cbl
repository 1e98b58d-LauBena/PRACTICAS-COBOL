      *          y el maestro de empleados puede ademas aplicar la
      *          cadena de incrementos nocturnos BKJRNLaaaammdd.DAT
      *          que cuelga de la copia completa, verificando las
      *          imagenes aplicadas contra el manifiesto. Al restaurar
      *          el maestro de empleados se reaplican las
      *          anonimizaciones de ANONREG.DAT por REANONIM. Al
      *          restaurar SECUENC.DAT, SECASIG adelanta cada secuencia
      *          hasta lo ya emitido segun SECLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-FECHA
               FILE STATUS IS DL-STATUS.
           SELECT SECUENCIAS ASSIGN TO "SECUENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-NOMBRE
               FILE STATUS IS SQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-IN.
           05  DL-FECHA               PIC X(08).
           05  DL-CONTADOR            PIC 9(06).
           05  DL-ULTIMA-EJECUCION    PIC X(21).
       FD  SECUENCIAS.
       COPY SECUENC.
       WORKING-STORAGE SECTION.
       01  IN-STATUS           PIC XX.
       01  MAN-STATUS          PIC XX.
       01  EM-STATUS           PIC XX.
       01  AUTH-STATUS         PIC XX.
       01  DL-STATUS           PIC XX.
       01  SQ-STATUS           PIC XX.
       01  ENTRADA-NOMBRE      PIC X(20).
       01  PIEZA-NOMBRE        PIC X(22).
       01  PZA-STATUS          PIC XX.
           88  ELIGE-EMPLEADOS        VALUE "2".
           88  ELIGE-AUTORIZADOS      VALUE "3".
           88  ELIGE-DAILYLOG         VALUE "4".
           88  ELIGE-SECUENCIAS       VALUE "5".
       01  NOMBRE-MANIFIESTO   PIC X(12).
       01  CARGADOS            PIC 9(06) VALUE 0.
       01  TOTAL-CARGADO       PIC S9(13)V99 VALUE 0.
           88  HAY-MANIFIESTO         VALUE "S".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY REANPRM.
       COPY SECPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           DISPLAY "Fichero a restaurar:".
           DISPLAY "  1. CALCLDGR.DAT   2. EMPMAST.DAT".
           DISPLAY "  3. AUTHOPS.DAT    4. DAILYLOG.DAT".
           DISPLAY "  5. SECUENC.DAT".
           ACCEPT FICHERO-ELEGIDO.
           DISPLAY "Fecha de la copia (AAAAMMDD): ".
           ACCEPT FECHA-COPIA.
               IF APLICA-CADENA AND CODIGO-RETORNO < 8
                   PERFORM APLICA-INCREMENTOS
               END-IF
               IF ELIGE-EMPLEADOS AND CODIGO-RETORNO < 8
                   PERFORM REAPLICA-ANONIMIZACION
               END-IF
               IF ELIGE-SECUENCIAS AND CODIGO-RETORNO < 8
                   PERFORM REALINEA-SECUENCIAS
               END-IF
           END-IF.

       FINALIZAR-PROGRAMA.
           PERFORM REGISTRA-FIN.
           GOBACK.

      *Una copia o un incremento anteriores a ANONIMIZ devuelven los
      *datos personales ya borrados; se enmascaran otra vez.
       REAPLICA-ANONIMIZACION.
           CALL "REANONIM" USING REANONIM-PARM
           IF RA-CORRECTO
               DISPLAY "Anonimizaciones revisadas: " RA-REVISADOS
                       " Reaplicadas: " RA-ENMASCARADOS
           ELSE
               DISPLAY "Aviso: no se pudieron reaplicar las "
                       "anonimizaciones de ANONREG.DAT."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

      *Las secuencias de una copia estan por detras de lo ya emitido;
      *SECASIG las adelanta segun SECLOG.DAT para no repetir numeros.
       REALINEA-SECUENCIAS.
           MOVE "R"        TO SC-ACCION
           MOVE SPACES     TO SC-SECUENCIA
           MOVE "RESTAURA" TO SC-PROGRAMA
           MOVE SPACES     TO SC-OPERADOR-ID
           CALL "SECASIG" USING SECASIG-PARM
           IF SC-CORRECTO
               DISPLAY "Secuencias adelantadas segun SECLOG.DAT: "
                       SC-REALINEADAS
           ELSE
               DISPLAY "Aviso: no se pudieron realinear las "
                       "secuencias con SECLOG.DAT (" SC-RESULTADO ")."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       REGISTRA-ARRANQUE.
           MOVE "RESTAURA"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
                   STRING "BKDLOG" FECHA-COPIA ".DAT"
                       DELIMITED BY SIZE INTO ENTRADA-NOMBRE
                   MOVE "DAILYLOG" TO NOMBRE-MANIFIESTO
               WHEN ELIGE-SECUENCIAS
                   STRING "BKSECU" FECHA-COPIA ".DAT"
                       DELIMITED BY SIZE INTO ENTRADA-NOMBRE
                   MOVE "SECUENC" TO NOMBRE-MANIFIESTO
           END-EVALUATE.

       CARGA-COPIA.
                   OPEN OUTPUT AUTH-OPERATORS
               WHEN ELIGE-DAILYLOG
                   OPEN OUTPUT DAILY-LOG
               WHEN ELIGE-SECUENCIAS
                   OPEN OUTPUT SECUENCIAS
           END-EVALUATE.

       CIERRA-DESTINO.
                   CLOSE AUTH-OPERATORS
               WHEN ELIGE-DAILYLOG
                   CLOSE DAILY-LOG
               WHEN ELIGE-SECUENCIAS
                   CLOSE SECUENCIAS
           END-EVALUATE.

       CARGA-REGISTRO.
                   MOVE ENTRADA-REGISTRO TO DAILY-LOG-RECORD
                   WRITE DAILY-LOG-RECORD
                   ADD DL-CONTADOR TO TOTAL-CARGADO
               WHEN ELIGE-SECUENCIAS
                   MOVE ENTRADA-REGISTRO TO SECUENCIA-RECORD
                   WRITE SECUENCIA-RECORD
                   ADD SQ-SIGUIENTE TO TOTAL-CARGADO
           END-EVALUATE.

      *La restauracion solo se declara correcta si los registros y
