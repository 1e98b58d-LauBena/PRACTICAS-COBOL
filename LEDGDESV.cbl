      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Paso nocturno de deteccion de desvios del libro de
      *          calculos: compara el resultado de cada apunte de la
      *          fecha de negocio en CALCLDGR.DAT con la media y la
      *          dispersion historicas de su operador y operacion,
      *          sacadas del resumen diario RESDIA.DAT, y senala los
      *          que se alejan mas del factor de DESVIO.DAT (por
      *          defecto 3 desviaciones). Senala tambien los apuntes
      *          del modo lote (traza LOTELDG.DAT) grabados fuera de
      *          la ventana AO-HORA-DESDE/HASTA del operador. Lista
      *          los senalados en DESVIOS.PRT y los anota como
      *          excepcion en EXCEPTIONS.LOG, de donde EXCPPROM los
      *          pasa a EXCPWORK.DAT para su revision y firma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGDESV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LEDGER ASSIGN TO "CALCLDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT RESUMEN-DIA ASSIGN TO "RESDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS RS-STATUS.
           SELECT MARCA-RESUMEN ASSIGN TO "RESDIAGN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MRC-STATUS.
           SELECT FACTOR-DESVIO ASSIGN TO "DESVIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSV-STATUS.
           SELECT LOTE-LEDGER ASSIGN TO "LOTELDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-CLAVE-LEDGER
               FILE STATUS IS LLG-STATUS.
           SELECT AUTH-OPERATORS ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OPERADOR
               FILE STATUS IS AUTH-STATUS.
           SELECT DESVIOS-REPORT ASSIGN TO "DESVIOS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LEDGER.
       COPY CALCLDGR.
       FD  RESUMEN-DIA.
       COPY RESDIA.
       FD  MARCA-RESUMEN.
       01  MARCA-RESUMEN-RECORD      PIC 9(08).
       FD  FACTOR-DESVIO.
       01  DESVIO-RECORD             PIC 9(02).
       FD  LOTE-LEDGER.
       COPY LOTELDG.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  DESVIOS-REPORT.
       01  RPT-LINE                  PIC X(100).
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       WORKING-STORAGE SECTION.
       01  CL-STATUS           PIC XX.
       01  RS-STATUS           PIC XX.
       01  MRC-STATUS          PIC XX.
       01  DSV-STATUS          PIC XX.
       01  LLG-STATUS          PIC XX.
       01  AUTH-STATUS         PIC XX.
       01  RPT-STATUS          PIC XX.
       01  EX-STATUS           PIC XX.
       01  LOTE-ABIERTO-SW     PIC X VALUE "N".
           88  LOTE-ABIERTO           VALUE "S".
       01  AUTH-ABIERTO-SW     PIC X VALUE "N".
           88  AUTH-ABIERTO           VALUE "S".
       01  FACTOR              PIC 9(02) VALUE 3.
      *Con menos apuntes de historico la media y la dispersion no
      *dicen nada y el apunte no se compara.
       01  HISTORICO-MINIMO    PIC 9(03) VALUE 10.
       01  HIST-COUNT          PIC 9(03) VALUE 0.
       01  HISTORICO-TABLA.
           05  HIST-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON HIST-COUNT
                   INDEXED BY HIST-IX.
               10  HT-OPERADOR    PIC X(08).
               10  HT-OPERACION   PIC X(12).
               10  HT-CUENTA      PIC 9(07).
               10  HT-SUMA        PIC S9(13)V99.
               10  HT-CUADRADOS   PIC 9(17)V9.
               10  HT-MEDIA       PIC S9(09)V99.
               10  HT-DESVIACION  PIC 9(09)V99.
       01  ENCONTRADO          PIC X VALUE "N".
           88  ENTRADA-ENCONTRADA    VALUE "S".
       01  HISTORICO-LLENO-SW  PIC X VALUE "N".
           88  HISTORICO-LLENO        VALUE "S".
       01  VARIANZA            PIC S9(17)V9(04).
       01  DIFERENCIA          PIC 9(11)V99.
       01  LIMITE-DESVIO       PIC 9(11)V99.
       01  HORA-APUNTE         PIC 9(04).
       01  FUERA-VENTANA-SW    PIC X VALUE "N".
           88  FUERA-VENTANA          VALUE "S".
       01  MOTIVO              PIC X(14).
       01  APUNTES-DIA         PIC 9(06) VALUE 0.
       01  SIN-HISTORICO       PIC 9(06) VALUE 0.
       01  SENALADOS-DESVIO    PIC 9(06) VALUE 0.
       01  SENALADOS-HORARIO   PIC 9(06) VALUE 0.
       01  LINEA-DESVIO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WD-APUNTE          PIC X(16).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WD-OPERADOR        PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WD-OPERACION       PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WD-RESULTADO       PIC -9(09).99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WD-MEDIA           PIC -9(09).99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WD-DESVIACION      PIC 9(09).99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WD-MOTIVO          PIC X(14).
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM CARGA-FACTOR.
           PERFORM CARGA-HISTORICO.
           PERFORM CALCULA-ESTADISTICAS.
           OPEN OUTPUT DESVIOS-REPORT.
           PERFORM ESCRIBE-CABECERA.
           PERFORM RECORRE-APUNTES-DIA.
           PERFORM ESCRIBE-TOTALES.
           CLOSE DESVIOS-REPORT.
           DISPLAY "Desvios del libro en DESVIOS.PRT. Apuntes: "
                   APUNTES-DIA " Senalados: " SENALADOS-DESVIO
                   " por importe, " SENALADOS-HORARIO " por horario".
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "LEDGDESV"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "LEDGDESV"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       CARGA-FACTOR.
           OPEN INPUT FACTOR-DESVIO
           IF DSV-STATUS = "00"
               READ FACTOR-DESVIO
                   NOT AT END
                       IF DESVIO-RECORD IS NUMERIC
                               AND DESVIO-RECORD > 0
                           MOVE DESVIO-RECORD TO FACTOR
                       END-IF
               END-READ
               CLOSE FACTOR-DESVIO
           END-IF.

      *El historico son las entradas del resumen anteriores a la
      *fecha de negocio; los apuntes compensatorios se descuentan
      *porque una reversion no es un importe tecleado. Un resumen
      *que no es de esta noche sigue valiendo como historico, solo
      *le falta el ultimo dia, y se avisa.
       CARGA-HISTORICO.
           OPEN INPUT MARCA-RESUMEN
           IF MRC-STATUS = "00"
               READ MARCA-RESUMEN
                   AT END
                       MOVE 0 TO MARCA-RESUMEN-RECORD
               END-READ
               CLOSE MARCA-RESUMEN
           ELSE
               MOVE 0 TO MARCA-RESUMEN-RECORD
           END-IF
           IF MARCA-RESUMEN-RECORD NOT = FN-FECHA-NEGOCIO
               DISPLAY "Aviso: RESDIA.DAT no es de la fecha de "
                       "negocio; el historico no llega a ayer."
               MOVE 4 TO CODIGO-RETORNO
           END-IF
           OPEN INPUT RESUMEN-DIA
           IF RS-STATUS NOT = "00"
               DISPLAY "No se encontro RESDIA.DAT; sin historico "
                       "solo se controla el horario del lote."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               PERFORM UNTIL RS-STATUS NOT = "00"
                   READ RESUMEN-DIA NEXT RECORD
                       AT END
                           MOVE "10" TO RS-STATUS
                       NOT AT END
                           IF RS-FECHA < FN-FECHA-NEGOCIO
                               PERFORM ACUMULA-HISTORICO
                           ELSE
                               MOVE "10" TO RS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-DIA
           END-IF.

       ACUMULA-HISTORICO.
           MOVE "N" TO ENCONTRADO
           PERFORM VARYING HIST-IX FROM 1 BY 1
                   UNTIL HIST-IX > HIST-COUNT
                       OR ENTRADA-ENCONTRADA
               IF HT-OPERADOR (HIST-IX) = RS-OPERADOR
                       AND HT-OPERACION (HIST-IX) = RS-OPERACION
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM
           IF ENTRADA-ENCONTRADA
               SET HIST-IX DOWN BY 1
           ELSE
               IF HIST-COUNT < 500
                   ADD 1 TO HIST-COUNT
                   SET HIST-IX TO HIST-COUNT
                   MOVE RS-OPERADOR  TO HT-OPERADOR (HIST-IX)
                   MOVE RS-OPERACION TO HT-OPERACION (HIST-IX)
                   MOVE 0 TO HT-CUENTA (HIST-IX)
                   MOVE 0 TO HT-SUMA (HIST-IX)
                   MOVE 0 TO HT-CUADRADOS (HIST-IX)
                   MOVE "S" TO ENCONTRADO
               ELSE
                   IF NOT HISTORICO-LLENO
                       MOVE "S" TO HISTORICO-LLENO-SW
                       DISPLAY "Aviso: tabla de historico llena; "
                               "hay operadores sin comparar."
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF
           IF ENTRADA-ENCONTRADA
               COMPUTE HT-CUENTA (HIST-IX) = HT-CUENTA (HIST-IX)
                   + RS-CUENTA - RS-COMPENSADOS
               COMPUTE HT-SUMA (HIST-IX) = HT-SUMA (HIST-IX)
                   + RS-SUMA - RS-SUMA-COMPENS
               IF RS-SUMA-CUADRADOS IS NUMERIC
                   ADD RS-SUMA-CUADRADOS TO HT-CUADRADOS (HIST-IX)
               END-IF
           END-IF.

      *Varianza = media de los cuadrados menos el cuadrado de la
      *media; el redondeo puede dejarla apenas bajo cero.
       CALCULA-ESTADISTICAS.
           PERFORM VARYING HIST-IX FROM 1 BY 1
                   UNTIL HIST-IX > HIST-COUNT
               IF HT-CUENTA (HIST-IX) > 0
                   COMPUTE HT-MEDIA (HIST-IX) ROUNDED =
                       HT-SUMA (HIST-IX) / HT-CUENTA (HIST-IX)
                   COMPUTE VARIANZA ROUNDED =
                       HT-CUADRADOS (HIST-IX) / HT-CUENTA (HIST-IX)
                       - HT-MEDIA (HIST-IX) * HT-MEDIA (HIST-IX)
                   IF VARIANZA < 0
                       MOVE 0 TO VARIANZA
                   END-IF
                   COMPUTE HT-DESVIACION (HIST-IX) ROUNDED =
                       VARIANZA ** 0.5
               ELSE
                   MOVE 0 TO HT-MEDIA (HIST-IX)
                   MOVE 0 TO HT-DESVIACION (HIST-IX)
               END-IF
           END-PERFORM.

       ESCRIBE-CABECERA.
           MOVE SPACES TO RPT-LINE
           STRING "Desvios del libro de calculos - Negocio: "
                  FN-FECHA-NEGOCIO "  Factor: " FACTOR
                  "  Fecha: " FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Apunte            Operador  Operacion     "
                  "   Resultado        Media   Desviacion  Motivo"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *Solo los apuntes de la fecha de negocio; los compensatorios
      *y los ya reversados quedan fuera de la revision.
       RECORRE-APUNTES-DIA.
           OPEN INPUT LOTE-LEDGER
           IF LLG-STATUS = "00"
               MOVE "S" TO LOTE-ABIERTO-SW
           END-IF
           OPEN INPUT AUTH-OPERATORS
           IF AUTH-STATUS = "00"
               MOVE "S" TO AUTH-ABIERTO-SW
           END-IF
           OPEN INPUT CALC-LEDGER
           IF CL-STATUS NOT = "00"
               DISPLAY "No se encontro CALC-LEDGER (CALCLDGR.DAT)."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               PERFORM UNTIL CL-STATUS NOT = "00"
                   READ CALC-LEDGER NEXT RECORD
                       AT END
                           MOVE "10" TO CL-STATUS
                       NOT AT END
                           IF CL-FECHA-NEGOCIO = FN-FECHA-NEGOCIO
                                   AND CL-KEY-ORIGINAL = SPACES
                                   AND NOT CL-REVERSADO
                               PERFORM EXAMINA-APUNTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-LEDGER
           END-IF
           IF LOTE-ABIERTO
               CLOSE LOTE-LEDGER
           END-IF
           IF AUTH-ABIERTO
               CLOSE AUTH-OPERATORS
           END-IF.

       EXAMINA-APUNTE.
           ADD 1 TO APUNTES-DIA
           PERFORM BUSCA-HISTORICO
           IF NOT ENTRADA-ENCONTRADA
               ADD 1 TO SIN-HISTORICO
           ELSE
               IF HT-CUENTA (HIST-IX) < HISTORICO-MINIMO
                   ADD 1 TO SIN-HISTORICO
               ELSE
                   PERFORM COMPRUEBA-DESVIO
               END-IF
           END-IF
           PERFORM COMPRUEBA-HORARIO-LOTE
               THRU COMPRUEBA-HORARIO-LOTE-FIN.

       BUSCA-HISTORICO.
           MOVE "N" TO ENCONTRADO
           PERFORM VARYING HIST-IX FROM 1 BY 1
                   UNTIL HIST-IX > HIST-COUNT
                       OR ENTRADA-ENCONTRADA
               IF HT-OPERADOR (HIST-IX) = CL-OPERADOR-ID
                       AND HT-OPERACION (HIST-IX) = CL-OPERACION
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM
           IF ENTRADA-ENCONTRADA
               SET HIST-IX DOWN BY 1
           END-IF.

      *Con dispersion cero (siempre el mismo importe) cualquier
      *importe distinto de la media se senala.
       COMPRUEBA-DESVIO.
           IF CL-RESULTADO < HT-MEDIA (HIST-IX)
               COMPUTE DIFERENCIA = HT-MEDIA (HIST-IX) - CL-RESULTADO
           ELSE
               COMPUTE DIFERENCIA = CL-RESULTADO - HT-MEDIA (HIST-IX)
           END-IF
           COMPUTE LIMITE-DESVIO = FACTOR * HT-DESVIACION (HIST-IX)
           IF DIFERENCIA > LIMITE-DESVIO
               ADD 1 TO SENALADOS-DESVIO
               MOVE "DESVIO-IMPORTE" TO MOTIVO
               PERFORM SENALA-APUNTE
           END-IF.

      *Misma ventana que AUTHCHK aplica al firmar: sin horas no hay
      *restriccion, desde mayor que hasta cruza la medianoche y los
      *supervisores y administradores quedan exentos.
       COMPRUEBA-HORARIO-LOTE.
           IF NOT LOTE-ABIERTO OR NOT AUTH-ABIERTO
               GO TO COMPRUEBA-HORARIO-LOTE-FIN.
           MOVE CL-KEY TO LL-CLAVE-LEDGER
           READ LOTE-LEDGER
               INVALID KEY
                   GO TO COMPRUEBA-HORARIO-LOTE-FIN
           END-READ
           MOVE CL-OPERADOR-ID TO AO-OPERADOR
           READ AUTH-OPERATORS
               INVALID KEY
                   GO TO COMPRUEBA-HORARIO-LOTE-FIN
           END-READ
           IF AO-NIVEL-SUPERVISOR OR AO-NIVEL-ADMIN
               GO TO COMPRUEBA-HORARIO-LOTE-FIN.
           IF AO-HORA-DESDE IS NOT NUMERIC
                   OR AO-HORA-HASTA IS NOT NUMERIC
                   OR (AO-HORA-DESDE = 0 AND AO-HORA-HASTA = 0)
               GO TO COMPRUEBA-HORARIO-LOTE-FIN.
           MOVE CL-TIMESTAMP (9:4) TO HORA-APUNTE
           MOVE "N" TO FUERA-VENTANA-SW
           IF AO-HORA-DESDE <= AO-HORA-HASTA
               IF HORA-APUNTE < AO-HORA-DESDE
                       OR HORA-APUNTE > AO-HORA-HASTA
                   MOVE "S" TO FUERA-VENTANA-SW
               END-IF
           ELSE
               IF HORA-APUNTE < AO-HORA-DESDE
                       AND HORA-APUNTE > AO-HORA-HASTA
                   MOVE "S" TO FUERA-VENTANA-SW
               END-IF
           END-IF
           IF FUERA-VENTANA
               ADD 1 TO SENALADOS-HORARIO
               MOVE "LOTE-HORARIO" TO MOTIVO
               PERFORM BUSCA-HISTORICO
               PERFORM SENALA-APUNTE
           END-IF.

       COMPRUEBA-HORARIO-LOTE-FIN.
           EXIT.

       SENALA-APUNTE.
           MOVE CL-KEY-TIMESTAMP (1:16) TO WD-APUNTE
           MOVE CL-OPERADOR-ID          TO WD-OPERADOR
           MOVE CL-OPERACION            TO WD-OPERACION
           MOVE CL-RESULTADO            TO WD-RESULTADO
           IF ENTRADA-ENCONTRADA
               MOVE HT-MEDIA (HIST-IX)      TO WD-MEDIA
               MOVE HT-DESVIACION (HIST-IX) TO WD-DESVIACION
           ELSE
               MOVE 0 TO WD-MEDIA
               MOVE 0 TO WD-DESVIACION
           END-IF
           MOVE MOTIVO                  TO WD-MOTIVO
           MOVE LINEA-DESVIO TO RPT-LINE
           WRITE RPT-LINE
           MOVE "LEDGDESV"              TO EX-PROGRAMA
           MOVE MOTIVO                  TO EX-CAMPO
           MOVE CL-KEY (1:20)           TO EX-VALOR
           MOVE FUNCTION CURRENT-DATE   TO EX-TIMESTAMP
           MOVE "M"                     TO EX-SEVERIDAD
           PERFORM ABRE-EXCEPTIONS-LOG
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       ESCRIBE-TOTALES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Apuntes del dia: " APUNTES-DIA
                  "  Sin historico suficiente: " SIN-HISTORICO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Senalados por importe: " SENALADOS-DESVIO
                  "  Senalados por horario del lote: "
                  SENALADOS-HORARIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       ABRE-EXCEPTIONS-LOG.
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF.

       END PROGRAM LEDGDESV.
