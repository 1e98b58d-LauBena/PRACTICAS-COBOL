      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Paso nocturno de vencimiento de los traslados
      *          pendientes de aprobacion en TRASPEND.DAT: el que lleva
      *          sin aprobar mas dias habiles (sin fines de semana ni
      *          los festivos de FESTIVOS.DAT) que el plazo de
      *          TRASPLZ.DAT se escala con una excepcion grave en
      *          EXCEPTIONS.LOG, que EXCPPROM lleva al banco de trabajo
      *          de EXCPWB, y queda marcado como escalado para no
      *          repetirla cada noche.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASVENC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRASLADOS-PENDIENTES ASSIGN TO "TRASPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRP-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FES-STATUS.
           SELECT PLAZO-CONTROL ASSIGN TO "TRASPLZ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLZ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRASLADOS-PENDIENTES.
       COPY TRASPEND.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       FD  FESTIVOS-FILE.
       01  FESTIVO-RECORD           PIC 9(08).
       FD  PLAZO-CONTROL.
       01  PLAZO-RECORD             PIC 9(02).
       WORKING-STORAGE SECTION.
       01  TRP-STATUS          PIC XX.
       01  EX-STATUS           PIC XX.
       01  FES-STATUS          PIC XX.
       01  PLZ-STATUS          PIC XX.
       01  PLAZO-DIAS          PIC 9(02) VALUE 3.
       01  HOY                 PIC 9(08).
       01  PEND-COUNT          PIC 9(03) VALUE 0.
       01  COLA-DESBORDADA-SW  PIC X VALUE "N".
           88  COLA-DESBORDADA        VALUE "S".
       01  PENDIENTES-TABLA.
           05  PEND-ENTRADA OCCURS 1 TO 200 TIMES
                   DEPENDING ON PEND-COUNT
                   INDEXED BY PEND-IX.
               10  PT-REGISTRO    PIC X(54).
       01  PENDIENTES          PIC 9(03) VALUE 0.
       01  ESCALADOS           PIC 9(03) VALUE 0.
       01  EDAD-HABIL          PIC 9(04).
       01  DIAS-ENTEROS        PIC 9(07).
       01  DIAS-HOY            PIC 9(07).
       01  COCIENTE-DIAS       PIC 9(07).
       01  DIA-SEMANA          PIC 9(01).
       01  CANDIDATA           PIC 9(08).
       01  ES-FESTIVO          PIC X VALUE "N".
           88  DIA-ES-FESTIVO         VALUE "S".
       01  FECHA-SOLICITUD     PIC 9(08).
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY LOCKPRM.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           MOVE FN-FECHA-NEGOCIO TO HOY.
           PERFORM CARGA-PLAZO.
      *EMPMNT, el lote y TRASAPRB tocan la cola con el cerrojo del
      *maestro tomado; el paso lo espera como el resto del ciclo.
           PERFORM ADQUIERE-CERROJO.
           IF NOT LK-CONCEDIDO
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRA-FIN
               GOBACK
           END-IF.
           PERFORM CARGA-PENDIENTES.
           IF COLA-DESBORDADA
               DISPLAY "TRASPEND.DAT tiene mas de 200 registros y no "
                       "cabe en memoria; no se escala nada."
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM REVISA-PENDIENTES
               IF ESCALADOS > 0
                   PERFORM REGRABA-COLA
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.
           PERFORM LIBERA-CERROJO.
           DISPLAY "Traslados pendientes: " PENDIENTES
                   " Escalados hoy: " ESCALADOS
                   " (plazo " PLAZO-DIAS " dias habiles).".
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "TRASVENC"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "TRASVENC"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       ADQUIERE-CERROJO.
           MOVE "W"        TO LK-ACCION
           MOVE "EMPMAST"  TO LK-RECURSO
           MOVE "TRASVENC" TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-OCUPADO
               DISPLAY "Recurso EMPMAST ocupado por operador "
                       LK-OPERADOR-DUENO " desde " LK-HORA-DUENO
                       ", vencimiento de traslados pospuesto."
           END-IF.

       LIBERA-CERROJO.
           MOVE "D"        TO LK-ACCION
           MOVE "EMPMAST"  TO LK-RECURSO
           MOVE "TRASVENC" TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM.

       CARGA-PLAZO.
           OPEN INPUT PLAZO-CONTROL
           IF PLZ-STATUS = "00"
               READ PLAZO-CONTROL
                   NOT AT END
                       IF PLAZO-RECORD IS NUMERIC
                               AND PLAZO-RECORD > 0
                           MOVE PLAZO-RECORD TO PLAZO-DIAS
                       END-IF
               END-READ
               CLOSE PLAZO-CONTROL
           END-IF.

      *Se carga la cola entera, resueltos incluidos, porque se
      *regraba tal cual con solo la marca de escalado cambiada.
       CARGA-PENDIENTES.
           MOVE 0 TO PEND-COUNT
           OPEN INPUT TRASLADOS-PENDIENTES
           IF TRP-STATUS = "00"
               PERFORM UNTIL TRP-STATUS NOT = "00"
                   READ TRASLADOS-PENDIENTES
                       AT END
                           MOVE "10" TO TRP-STATUS
                       NOT AT END
                           IF PEND-COUNT < 200
                               ADD 1 TO PEND-COUNT
                               MOVE TRASLADO-PENDIENTE-RECORD
                                   TO PT-REGISTRO (PEND-COUNT)
                           ELSE
                               MOVE "S" TO COLA-DESBORDADA-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRASLADOS-PENDIENTES
           END-IF.

      *Cada traslado se escala una sola vez; despues sigue su curso
      *en el banco de trabajo de excepciones.
       REVISA-PENDIENTES.
           PERFORM VARYING PEND-IX FROM 1 BY 1
                   UNTIL PEND-IX > PEND-COUNT
               MOVE PT-REGISTRO (PEND-IX) TO TRASLADO-PENDIENTE-RECORD
               IF TQ-PENDIENTE
                   ADD 1 TO PENDIENTES
                   IF NOT TQ-YA-ESCALADO
                       MOVE TQ-FECHA-SOLICITUD TO FECHA-SOLICITUD
                       PERFORM CALCULA-EDAD-HABIL
                       IF EDAD-HABIL > PLAZO-DIAS
                           PERFORM REGISTRA-EXCEPCION-TRASLADO
                           MOVE "S" TO TQ-ESCALADO
                           MOVE TRASLADO-PENDIENTE-RECORD
                               TO PT-REGISTRO (PEND-IX)
                           ADD 1 TO ESCALADOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CALCULA-EDAD-HABIL.
           MOVE 0 TO EDAD-HABIL
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (FECHA-SOLICITUD)
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE (HOY)
           PERFORM CUENTA-DIA-HABIL
               UNTIL DIAS-ENTEROS >= DIAS-HOY
                   OR EDAD-HABIL > 99.

       CUENTA-DIA-HABIL.
           ADD 1 TO DIAS-ENTEROS
           COMPUTE CANDIDATA =
               FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
           DIVIDE DIAS-ENTEROS BY 7 GIVING COCIENTE-DIAS
               REMAINDER DIA-SEMANA
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               CONTINUE
           ELSE
               PERFORM COMPRUEBA-FESTIVO
               IF NOT DIA-ES-FESTIVO
                   ADD 1 TO EDAD-HABIL
               END-IF
           END-IF.

       COMPRUEBA-FESTIVO.
           MOVE "N" TO ES-FESTIVO
           OPEN INPUT FESTIVOS-FILE
           IF FES-STATUS = "00"
               PERFORM UNTIL FES-STATUS NOT = "00"
                   READ FESTIVOS-FILE
                       AT END
                           MOVE "10" TO FES-STATUS
                       NOT AT END
                           IF FESTIVO-RECORD = CANDIDATA
                               MOVE "S" TO ES-FESTIVO
                               MOVE "10" TO FES-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTIVOS-FILE
           END-IF.

       REGISTRA-EXCEPCION-TRASLADO.
           MOVE "TRASVENC"      TO EX-PROGRAMA
           MOVE "TRASLADO-PEND" TO EX-CAMPO
           MOVE "G"             TO EX-SEVERIDAD
           MOVE SPACES          TO EX-VALOR
           STRING TQ-EMPLOYEE-ID " " TQ-DEPARTAMENTO-NVO " "
                  TQ-FECHA-SOLICITUD
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

       REGRABA-COLA.
           OPEN OUTPUT TRASLADOS-PENDIENTES
           PERFORM VARYING PEND-IX FROM 1 BY 1
                   UNTIL PEND-IX > PEND-COUNT
               MOVE PT-REGISTRO (PEND-IX) TO TRASLADO-PENDIENTE-RECORD
               WRITE TRASLADO-PENDIENTE-RECORD
           END-PERFORM
           CLOSE TRASLADOS-PENDIENTES.

       END PROGRAM TRASVENC.
