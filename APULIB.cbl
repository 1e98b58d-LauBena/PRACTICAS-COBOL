      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Paso nocturno que libera los apuntes retenidos en
      *          APURET.DAT cuya fecha valor ya llego segun la fecha de
      *          negocio de FECHAPRO.DAT. Cada apunte vencido pasa por
      *          PERCHK (periodo cerrado: se rechaza y queda excepcion
      *          grave) y por el umbral de doble control de UMBRAL.DAT
      *          (por encima: va a OPSPEND.DAT para OPSAPRB); el resto
      *          se graba en CALCLDGR.DAT con la fecha de negocio del
      *          dia, sellado en la cadena de LEDGCHN y con su registro
      *          de control en CTLSES.DAT a nombre del originador. El
      *          detalle sale en APULIB.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APULIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APUNTES-RETENIDOS ASSIGN TO "APURET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLAVE
               FILE STATUS IS ART-STATUS.
           SELECT CALC-LEDGER ASSIGN TO "CALCLDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT UMBRAL-CONTROL ASSIGN TO "UMBRAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UMB-STATUS.
           SELECT OPS-PENDIENTES ASSIGN TO "OPSPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEN-STATUS.
           SELECT CONTROL-SESION ASSIGN TO "CTLSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTS-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
           SELECT LIBERA-REPORT ASSIGN TO "APULIB.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APUNTES-RETENIDOS.
       COPY APURET.
       FD  CALC-LEDGER.
       COPY CALCLDGR.
       FD  UMBRAL-CONTROL.
       01  UMBRAL-RECORD             PIC 9(09).
       FD  OPS-PENDIENTES.
       COPY OPSPEND.
       FD  CONTROL-SESION.
       COPY CTLSES.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       FD  LIBERA-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  ART-STATUS          PIC XX.
       01  CL-STATUS           PIC XX.
       01  UMB-STATUS          PIC XX.
       01  PEN-STATUS          PIC XX.
       01  CTS-STATUS          PIC XX.
       01  EX-STATUS           PIC XX.
       01  RPT-STATUS          PIC XX.
       01  OPERACION         PIC X.
           88  OPERACION-SUMA        VALUE "1".
           88  OPERACION-RESTA       VALUE "2".
           88  OPERACION-MULTIPLICA  VALUE "3".
           88  OPERACION-DIVIDE      VALUE "4".
           88  OPERACION-PORCENTAJE  VALUE "5".
           88  OPERACION-MODULO      VALUE "6".
           88  OPERACION-POTENCIA    VALUE "7".
       01  OPERACION-DESC     PIC X(12).
       01  UMBRAL-APROBACION   PIC 9(09) VALUE 1000.
       01  DISPOSICION         PIC X(20).
       01  RESULTADO-EDITADO   PIC -9(07).99.
       01  SUMA-EDITADA        PIC -9(09).99.
       01  VENCIDOS            PIC 9(05) VALUE 0.
       01  LIBERADOS           PIC 9(05) VALUE 0.
       01  A-APROBACION        PIC 9(05) VALUE 0.
       01  RECHAZADOS          PIC 9(05) VALUE 0.
       01  ERRONEOS            PIC 9(05) VALUE 0.
       01  SUMA-LIBERADA       PIC S9(09)V99 VALUE 0.
       01  LEDGER-INTENTOS     PIC 9(02) VALUE 0.
       01  LEDGER-MAX-INTENTOS PIC 9(02) VALUE 10.
       01  LEDGER-GRABADO-SW   PIC X VALUE "N".
           88  LEDGER-GRABADO        VALUE "S".
       01  LEDGER-ABIERTO-SW   PIC X VALUE "N".
           88  LEDGER-ABIERTO        VALUE "S".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       COPY LOCKPRM.
       COPY JRNLPRM.
       COPY CADENPRM.
       COPY CLASBND.
       COPY PERPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM ADQUIERE-CERROJO-LEDGER.
           IF NOT LK-CONCEDIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CARGA-UMBRAL.
           MOVE FN-FECHA-NEGOCIO TO PC-FECHA.
           CALL "PERCHK" USING PERCHK-PARM.
           PERFORM ABRE-INFORME.
           PERFORM LIBERA-VENCIDOS.
           PERFORM ESCRIBE-TOTALES.
           CLOSE LIBERA-REPORT.
           PERFORM LIBERA-CERROJO-LEDGER.
           DISPLAY "Liberacion de apuntes retenidos: " VENCIDOS
                   " vencidos, " LIBERADOS " al libro, " A-APROBACION
                   " a aprobacion, " RECHAZADOS " rechazados.".

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "APULIB"             TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "APULIB"             TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

      *Como el resto de la cadena nocturna, el libro se toma en modo
      *de espera para no morir por una sesion olvidada.
       ADQUIERE-CERROJO-LEDGER.
           MOVE "W"        TO LK-ACCION
           MOVE "CALCLDGR" TO LK-RECURSO
           MOVE "APULIB"   TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-OCUPADO
               DISPLAY "Recurso CALCLDGR ocupado por operador "
                       LK-OPERADOR-DUENO " desde " LK-HORA-DUENO
                       ", liberacion pospuesta."
           END-IF.

       LIBERA-CERROJO-LEDGER.
           MOVE "D"        TO LK-ACCION
           MOVE "CALCLDGR" TO LK-RECURSO
           MOVE "APULIB"   TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM.

       CARGA-UMBRAL.
           OPEN INPUT UMBRAL-CONTROL
           IF UMB-STATUS = "00"
               READ UMBRAL-CONTROL
                   NOT AT END
                       MOVE UMBRAL-RECORD TO UMBRAL-APROBACION
               END-READ
               CLOSE UMBRAL-CONTROL
           END-IF.

       ABRE-INFORME.
           OPEN OUTPUT LIBERA-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Liberacion de apuntes con fecha valor - Fecha de "
                  "negocio: " FN-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *La clave empieza por la fecha valor: el recorrido se detiene
      *en el primer apunte que aun no ha vencido.
       LIBERA-VENCIDOS.
           OPEN I-O APUNTES-RETENIDOS
           IF ART-STATUS NOT = "00"
               MOVE SPACES TO RPT-LINE
               STRING "  No hay apuntes retenidos (APURET.DAT)."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               READ APUNTES-RETENIDOS NEXT RECORD
                   AT END
                       MOVE "10" TO ART-STATUS
               END-READ
               PERFORM UNTIL ART-STATUS NOT = "00"
                       OR AR-FECHA-VALOR > FN-FECHA-NEGOCIO
                   IF AR-RETENIDO
                       PERFORM TRATA-VENCIDO
                   END-IF
                   READ APUNTES-RETENIDOS NEXT RECORD
                       AT END
                           MOVE "10" TO ART-STATUS
                   END-READ
               END-PERFORM
               CLOSE APUNTES-RETENIDOS
               IF LEDGER-ABIERTO
                   CLOSE CALC-LEDGER
               END-IF
           END-IF.

      *El apunte se registra con la fecha de negocio en que se
      *libera, no con la de alta: si el ciclo no corrio algun dia,
      *los vencidos entran todos en la primera noche que corre.
       TRATA-VENCIDO.
           ADD 1 TO VENCIDOS
           MOVE AR-OPERACION TO OPERACION
           PERFORM DETERMINA-DESCRIPCION
           EVALUATE TRUE
               WHEN PC-PERIODO-CERRADO
                   MOVE "X" TO AR-ESTADO
                   MOVE "RECHAZADO PERIODO" TO DISPOSICION
                   ADD 1 TO RECHAZADOS
                   PERFORM REGISTRA-EXCEPCION-PERIODO
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               WHEN AR-RESULTADO > UMBRAL-APROBACION
                       OR AR-RESULTADO < 0 - UMBRAL-APROBACION
                   PERFORM GRABA-PENDIENTE
                   MOVE "P" TO AR-ESTADO
                   MOVE "A APROBACION" TO DISPOSICION
                   ADD 1 TO A-APROBACION
               WHEN OTHER
                   PERFORM REGISTRA-LEDGER-LIBERADO
                   IF LEDGER-GRABADO
                       PERFORM GRABA-CONTROL-LIBERACION
                       MOVE "L" TO AR-ESTADO
                       MOVE "LIBERADO" TO DISPOSICION
                       ADD 1 TO LIBERADOS
                       ADD AR-RESULTADO TO SUMA-LIBERADA
                   ELSE
                       MOVE "ERROR LIBRO" TO DISPOSICION
                       ADD 1 TO ERRONEOS
                       IF CODIGO-RETORNO < 4
                           MOVE 4 TO CODIGO-RETORNO
                       END-IF
                   END-IF
           END-EVALUATE
           IF NOT AR-RETENIDO
               MOVE FN-FECHA-NEGOCIO TO AR-FECHA-DESTINO
               MOVE "APULIB"         TO AR-OPERADOR-ESTADO
               MOVE FUNCTION CURRENT-DATE TO AR-TIMESTAMP-ESTADO
               REWRITE APUNTE-RETENIDO-RECORD
               MOVE "APURET"   TO JR-FICHERO
               MOVE "REWRITE"  TO JR-OPERACION
               MOVE APUNTE-RETENIDO-RECORD TO JR-IMAGEN
               CALL "JRNLWR" USING JOURNAL-PARM
           END-IF
           PERFORM ESCRIBE-LINEA-VENCIDO.

       DETERMINA-DESCRIPCION.
           EVALUATE TRUE
               WHEN OPERACION-SUMA
                   MOVE "SUMA"        TO OPERACION-DESC
               WHEN OPERACION-RESTA
                   MOVE "RESTA"       TO OPERACION-DESC
               WHEN OPERACION-MULTIPLICA
                   MOVE "MULTIPLICA"  TO OPERACION-DESC
               WHEN OPERACION-DIVIDE
                   MOVE "DIVIDE"      TO OPERACION-DESC
               WHEN OPERACION-PORCENTAJE
                   MOVE "PORCENTAJE"  TO OPERACION-DESC
               WHEN OPERACION-MODULO
                   MOVE "MODULO"      TO OPERACION-DESC
               WHEN OPERACION-POTENCIA
                   MOVE "POTENCIA"    TO OPERACION-DESC
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO OPERACION-DESC
           END-EVALUATE.

       REGISTRA-EXCEPCION-PERIODO.
           MOVE "APULIB"              TO EX-PROGRAMA
           MOVE "PERIODO-CERR"        TO EX-CAMPO
           MOVE "G"                   TO EX-SEVERIDAD
           MOVE SPACES                TO EX-VALOR
           STRING AR-FECHA-VALOR " " AR-OPERADOR-ID
               DELIMITED BY SIZE INTO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

      *Por encima del umbral el apunte entra en la cola de OPSAPRB
      *con la fecha de negocio de la liberacion, como los del lote.
       GRABA-PENDIENTE.
           MOVE AR-NUM1          TO PQ-NUM1
           MOVE AR-NUM2          TO PQ-NUM2
           MOVE AR-OPERACION     TO PQ-OPERACION
           MOVE AR-RESULTADO     TO PQ-RESULTADO
           MOVE AR-OPERADOR-ID   TO PQ-OPERADOR-ID
           MOVE AR-TERMINAL-ID   TO PQ-TERMINAL-ID
           MOVE FN-FECHA-NEGOCIO TO PQ-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE TO PQ-TIMESTAMP
           MOVE "P"              TO PQ-ESTADO
           MOVE SPACES           TO PQ-ORDEN-ID
           MOVE 0                TO PQ-PERIODO-AJUSTE
           MOVE SPACES           TO PQ-CAUSA-AJUSTE
           MOVE "U"              TO PQ-MOTIVO
           OPEN EXTEND OPS-PENDIENTES
           IF PEN-STATUS = "35"
               OPEN OUTPUT OPS-PENDIENTES
               CLOSE OPS-PENDIENTES
               OPEN EXTEND OPS-PENDIENTES
           END-IF
           WRITE PENDIENTE-RECORD
           CLOSE OPS-PENDIENTES.

      *El libro se abre una sola vez para toda la pasada, en el
      *primer apunte que hay que grabar.
       REGISTRA-LEDGER-LIBERADO.
           MOVE AR-NUM1           TO CL-NUM1
           MOVE AR-NUM2           TO CL-NUM2
           MOVE OPERACION-DESC    TO CL-OPERACION
           MOVE AR-RESULTADO      TO CL-RESULTADO
           MOVE AR-OPERADOR-ID    TO CL-OPERADOR-ID
           MOVE AR-TERMINAL-ID    TO CL-TERMINAL-ID
           MOVE SPACES            TO CL-ESTADO
           MOVE SPACES            TO CL-KEY-ORIGINAL
           MOVE SPACES            TO CL-APROBADOR-ID
           MOVE FN-FECHA-NEGOCIO  TO CL-FECHA-NEGOCIO
           MOVE AR-RESULTADO      TO CB-RESULTADO
           CALL "CLASBAND" USING CLASBAND-PARM
           MOVE CB-BANDA          TO CL-BANDA

           IF NOT LEDGER-ABIERTO
               OPEN I-O CALC-LEDGER
               IF CL-STATUS = "35"
                   OPEN OUTPUT CALC-LEDGER
                   CLOSE CALC-LEDGER
                   OPEN I-O CALC-LEDGER
               END-IF
               MOVE "S" TO LEDGER-ABIERTO-SW
           END-IF

           MOVE 0 TO LEDGER-INTENTOS
           MOVE "N" TO LEDGER-GRABADO-SW
           PERFORM GRABA-REGISTRO-LEDGER
               UNTIL LEDGER-GRABADO
                   OR LEDGER-INTENTOS >= LEDGER-MAX-INTENTOS
           IF NOT LEDGER-GRABADO
               DISPLAY "Aviso: no se pudo registrar en CALC-LEDGER. "
                       "Estado: " CL-STATUS
           END-IF.

      *Si la clave ya existe se vuelve a tomar el instante y se
      *reintenta, como en el registro normal del libro.
       GRABA-REGISTRO-LEDGER.
           ADD 1 TO LEDGER-INTENTOS
           MOVE FUNCTION CURRENT-DATE TO CL-TIMESTAMP
           MOVE CL-TIMESTAMP          TO CL-KEY-TIMESTAMP
           MOVE AR-OPERADOR-ID        TO CL-KEY-OPERADOR
           MOVE AR-TERMINAL-ID        TO CL-KEY-TERMINAL
           PERFORM SELLA-APUNTE
           WRITE CALC-LEDGER-RECORD
           EVALUATE CL-STATUS
               WHEN "00"
                   MOVE "S" TO LEDGER-GRABADO-SW
                   PERFORM AVANZA-CADENA
                   PERFORM REGISTRA-DIARIO-LEDGER
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   MOVE LEDGER-MAX-INTENTOS TO LEDGER-INTENTOS
           END-EVALUATE.

       REGISTRA-DIARIO-LEDGER.
           MOVE "CALCLDGR" TO JR-FICHERO
           MOVE "WRITE"    TO JR-OPERACION
           MOVE CALC-LEDGER-RECORD TO JR-IMAGEN
           CALL "JRNLWR" USING JOURNAL-PARM.

      *Cada apunte se sella con la cabeza de la cadena de control
      *y, grabado, pasa a ser la nueva cabeza.
       SELLA-APUNTE.
           MOVE "S" TO LC-ACCION
           MOVE CALC-LEDGER-RECORD TO LC-REGISTRO
           CALL "LEDGCHN" USING LEDGCHN-PARM
           MOVE LC-CADENA TO CL-CADENA.

       AVANZA-CADENA.
           MOVE "A" TO LC-ACCION
           MOVE CALC-LEDGER-RECORD TO LC-REGISTRO
           CALL "LEDGCHN" USING LEDGCHN-PARM.

      *El apunte liberado deja su registro de control a nombre del
      *originador: el cuadre diario lo espera y cuenta en su limite
      *diario de la fecha en que entra en el libro.
       GRABA-CONTROL-LIBERACION.
           MOVE AR-OPERADOR-ID   TO CS-OPERADOR
           MOVE FN-FECHA-NEGOCIO TO CS-FECHA
           MOVE 1                TO CS-OPERACIONES
           MOVE AR-RESULTADO     TO CS-TOTAL
           MOVE FUNCTION CURRENT-DATE TO CS-TIMESTAMP
           OPEN EXTEND CONTROL-SESION
           IF CTS-STATUS = "35"
               OPEN OUTPUT CONTROL-SESION
               CLOSE CONTROL-SESION
               OPEN EXTEND CONTROL-SESION
           END-IF
           WRITE CONTROL-SESION-RECORD
           CLOSE CONTROL-SESION.

       ESCRIBE-LINEA-VENCIDO.
           MOVE AR-RESULTADO TO RESULTADO-EDITADO
           MOVE SPACES TO RPT-LINE
           STRING "  " AR-FECHA-VALOR "  " AR-OPERADOR-ID "  "
                  AR-TERMINAL-ID "  " OPERACION-DESC " "
                  RESULTADO-EDITADO "  " DISPOSICION
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-TOTALES.
           MOVE SUMA-LIBERADA TO SUMA-EDITADA
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Vencidos: " VENCIDOS "  Liberados: " LIBERADOS
                  "  A aprobacion: " A-APROBACION
                  "  Rechazados: " RECHAZADOS
                  "  Con error: " ERRONEOS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Suma liberada al libro: " SUMA-EDITADA
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM APULIB.
