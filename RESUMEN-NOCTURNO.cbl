      * Purpose: Consolida en un unico informe nocturno los totales de
      *          CALC-LEDGER, EMPLOYEE-MASTER, TABLASGEN.DAT y
      *          EXCEPTIONS.LOG generados por el resto de practicas.
      *          Incluye lo que APULIB libero de APURET.DAT en la fecha
      *          de negocio: apuntes al libro con su suma, enviados a
      *          aprobacion y rechazados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MARCA-RESUMEN ASSIGN TO "RESDIAGN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MRC-STATUS.
           SELECT APUNTES-RETENIDOS ASSIGN TO "APURET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLAVE
               FILE STATUS IS ART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LEDGER.
       COPY RESDIA.
       FD  MARCA-RESUMEN.
       01  MARCA-RESUMEN-RECORD      PIC 9(08).
       FD  APUNTES-RETENIDOS.
       COPY APURET.
       WORKING-STORAGE SECTION.
       01  MRC-STATUS          PIC XX.
       01  RESUMEN-FRESCO      PIC X VALUE "N".
       01  EM-COUNT            PIC 9(06) VALUE 0.
       01  TG-COUNT            PIC 9(06) VALUE 0.
       01  EX-COUNT            PIC 9(06) VALUE 0.
       01  ART-STATUS          PIC XX.
       01  RET-LIBERADOS       PIC 9(06) VALUE 0.
       01  RET-A-APROBACION    PIC 9(06) VALUE 0.
       01  RET-RECHAZADOS      PIC 9(06) VALUE 0.
       01  RET-SUMA-LIBERADA   PIC S9(11)V99 VALUE 0.
       01  FECHA-HORA          PIC X(21).
       01  FECHA-PROCESO       PIC 9(08).
       01  HR-STATUS           PIC XX.
           PERFORM CUENTA-EMPLOYEE-MASTER.
           PERFORM CUENTA-TABLAS-GENERADAS.
           PERFORM CUENTA-EXCEPCIONES.
           PERFORM CUENTA-LIBERACIONES.
           PERFORM ESCRIBE-RESUMEN.
           CLOSE RESUMEN-REPORT.
           PERFORM GRABA-HISTORIA.
               DISPLAY "No se encontro EXCEPTIONS.LOG."
           END-IF.

      *Lo que APULIB libero esta noche: los apuntes retenidos cuya
      *fecha de destino es la fecha de negocio del ciclo.
       CUENTA-LIBERACIONES.
           OPEN INPUT APUNTES-RETENIDOS
           IF ART-STATUS = "00"
               READ APUNTES-RETENIDOS NEXT RECORD
                   AT END
                       MOVE "10" TO ART-STATUS
               END-READ
               PERFORM UNTIL ART-STATUS NOT = "00"
                   IF AR-FECHA-DESTINO = FN-FECHA-NEGOCIO
                       EVALUATE TRUE
                           WHEN AR-LIBERADO
                               ADD 1 TO RET-LIBERADOS
                               ADD AR-RESULTADO TO RET-SUMA-LIBERADA
                           WHEN AR-A-APROBACION
                               ADD 1 TO RET-A-APROBACION
                           WHEN AR-RECHAZADO
                               ADD 1 TO RET-RECHAZADOS
                       END-EVALUATE
                   END-IF
                   READ APUNTES-RETENIDOS NEXT RECORD
                       AT END
                           MOVE "10" TO ART-STATUS
                   END-READ
               END-PERFORM
               CLOSE APUNTES-RETENIDOS
           END-IF.

       ESCRIBE-RESUMEN.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA
           MOVE SPACES TO RPT-LINE
           MOVE EX-COUNT      TO VALOR-ACTUAL
           MOVE PREV-EX-COUNT TO VALOR-PREVIO
           PERFORM ESCRIBE-COMPARACION.
           MOVE SPACES TO RPT-LINE
           STRING "  Fecha valor liberados: " RET-LIBERADOS
                   "  A aprobacion: " RET-A-APROBACION
                   "  Rechazados: " RET-RECHAZADOS
               DELIMITED BY SIZE INTO RPT-LINE
               ON OVERFLOW
                   DISPLAY "Aviso: linea de fecha valor truncada "
                           "al escribir RESUMEN.PRT."
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    Suma liberada: " RET-SUMA-LIBERADA
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM RESUMEN-NOCTURNO.
