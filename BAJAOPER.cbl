      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Retirada de acceso por baja de empleado: recorre
      *          AUTHOPS.DAT buscando las cuentas vinculadas al
      *          empleado dado de baja, las revoca y bloquea con su
      *          auditoria en AUTHAUD.LOG y, si la sesion abierta en
      *          SESION.DAT es de una de esas cuentas, la cierra de
      *          oficio dejando la marca X en SIGNOFF.LOG. La llaman
      *          todas las vias de baja (EMPMNT, el lote de
      *          PERFORM-THRU y la fusion de EMPMERGE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAJAOPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-OPERATORS ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OPERADOR
               FILE STATUS IS AUTH-STATUS.
           SELECT AUTH-AUDIT ASSIGN TO "AUTHAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT SIGNOFF-LOG ASSIGN TO "SIGNOFF.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGNOFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  AUTH-AUDIT.
       COPY AUTHAUD.
       FD  SIGNOFF-LOG.
       COPY SIGNOFF.
       WORKING-STORAGE SECTION.
       01  AUTH-STATUS         PIC XX.
       01  AUD-STATUS          PIC XX.
       01  SIGNOFF-STATUS      PIC XX.
       01  IMAGEN-ANTES        PIC X(30).
       COPY SESPRM.
       LINKAGE SECTION.
       COPY BAJAPRM.
       PROCEDURE DIVISION USING BAJAOPER-PARM.
       MAIN-PROCEDURE.
           MOVE 0   TO BO-BLOQUEADAS
           MOVE 0   TO BO-SESIONES-CERRADAS
           MOVE "S" TO BO-RESULTADO
           IF BO-EMPLOYEE-ID = 0
               GOBACK
           END-IF
           OPEN I-O AUTH-OPERATORS
           IF AUTH-STATUS = "35"
               GOBACK
           END-IF
           IF AUTH-STATUS NOT = "00"
               MOVE "E" TO BO-RESULTADO
               GOBACK
           END-IF
           READ AUTH-OPERATORS NEXT RECORD
               AT END
                   MOVE "10" TO AUTH-STATUS
           END-READ
           PERFORM UNTIL AUTH-STATUS NOT = "00"
               IF AO-EMPLOYEE-ID = BO-EMPLOYEE-ID
                   PERFORM RETIRA-ACCESO
               END-IF
               READ AUTH-OPERATORS NEXT RECORD
                   AT END
                       MOVE "10" TO AUTH-STATUS
               END-READ
           END-PERFORM
           CLOSE AUTH-OPERATORS
           GOBACK.

      *Una cuenta ya revocada y bloqueada no se vuelve a auditar,
      *pero su sesion se cierra igualmente si sigue abierta.
       RETIRA-ACCESO.
           IF AO-AUTORIZADO NOT = "N" OR NOT AO-CUENTA-BLOQUEADA
               MOVE AUTH-OPERATOR-RECORD TO IMAGEN-ANTES
               MOVE "N" TO AO-AUTORIZADO
               MOVE "S" TO AO-BLOQUEADO
               REWRITE AUTH-OPERATOR-RECORD
               IF AUTH-STATUS = "00"
                   ADD 1 TO BO-BLOQUEADAS
                   PERFORM GRABA-AUDITORIA
               ELSE
                   MOVE "E" TO BO-RESULTADO
                   MOVE "00" TO AUTH-STATUS
               END-IF
           END-IF
           PERFORM CIERRA-SESION-CUENTA.

       GRABA-AUDITORIA.
           MOVE BO-SOLICITANTE       TO AU-SUPERVISOR
           MOVE BO-TERMINAL          TO AU-TERMINAL
           MOVE "BAJAEMP"            TO AU-ACCION
           MOVE AO-OPERADOR          TO AU-OPERADOR
           MOVE IMAGEN-ANTES         TO AU-IMAGEN-ANTES
           MOVE AUTH-OPERATOR-RECORD TO AU-IMAGEN-DESPUES
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           MOVE AO-EMPLOYEE-ID       TO AU-EMPLEADO-ANTES
           MOVE AO-EMPLOYEE-ID       TO AU-EMPLEADO-DESPUES
           MOVE AO-ENTRENAMIENTO     TO AU-ENTRENAMIENTO-ANTES
           MOVE AO-ENTRENAMIENTO     TO AU-ENTRENAMIENTO-DESPUES
           OPEN EXTEND AUTH-AUDIT
           IF AUD-STATUS = "35"
               OPEN OUTPUT AUTH-AUDIT
               CLOSE AUTH-AUDIT
               OPEN EXTEND AUTH-AUDIT
           END-IF
           WRITE AUTH-AUDIT-RECORD
           CLOSE AUTH-AUDIT.

      *La sesion de SESION.DAT solo se cierra si pertenece a la
      *cuenta retirada; el cierre queda como forzoso (X).
       CIERRA-SESION-CUENTA.
           MOVE "C" TO SE-ACCION
           CALL "OPERSES" USING OPERSES-PARM
           IF SE-SESION-ACTIVA AND SE-OPERADOR-ID = AO-OPERADOR
               MOVE "B" TO SE-ACCION
               CALL "OPERSES" USING OPERSES-PARM
               IF SE-SESION-ACTIVA
                   ADD 1 TO BO-SESIONES-CERRADAS
                   MOVE SE-OPERADOR-ID TO SO-OPERADOR
                   MOVE SE-TERMINAL-ID TO SO-TERMINAL
                   MOVE FUNCTION CURRENT-DATE TO SO-TIMESTAMP
                   MOVE "X" TO SO-RESPUESTA
                   MOVE "N" TO SO-AUTORIZADO
                   OPEN EXTEND SIGNOFF-LOG
                   IF SIGNOFF-STATUS = "35"
                       OPEN OUTPUT SIGNOFF-LOG
                       CLOSE SIGNOFF-LOG
                       OPEN EXTEND SIGNOFF-LOG
                   END-IF
                   MOVE SPACES TO SO-PROGRAMA
                   MOVE SPACES TO SO-FUNCION
                   WRITE SIGNOFF-RECORD
                   CLOSE SIGNOFF-LOG
               END-IF
           END-IF.

       END PROGRAM BAJAOPER.
