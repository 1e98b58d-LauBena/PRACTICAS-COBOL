      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Paso nocturno de vencimiento de la campana de
      *          recertificacion: si la campana abierta en
      *          RECERTCT.DAT ha pasado su fecha limite, suspende en
      *          AUTHOPS.DAT cada cuenta que siga pendiente en
      *          RECERT.DAT, lo deja en AUTHAUD.LOG y en
      *          EXCEPTIONS.LOG, la marca como vencida y cierra la
      *          campana.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTVN.
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
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CLAVE
               FILE STATUS IS RT-STATUS.
           SELECT RECERT-CONTROL ASSIGN TO "RECERTCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RC-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  AUTH-AUDIT.
       COPY AUTHAUD.
       FD  RECERT-FILE.
       COPY RECERTRG.
       FD  RECERT-CONTROL.
       COPY RECERTCT.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       WORKING-STORAGE SECTION.
       01  AUTH-STATUS         PIC XX.
       01  AUD-STATUS          PIC XX.
       01  RT-STATUS           PIC XX.
       01  RC-STATUS           PIC XX.
       01  EX-STATUS           PIC XX.
       01  IMAGEN-ANTES        PIC X(30).
       01  VENCIDAS            PIC 9(05) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           OPEN INPUT RECERT-CONTROL
           IF RC-STATUS NOT = "00"
               DISPLAY "Sin campana de recertificacion registrada."
               GO TO FINALIZAR-PROGRAMA.
           READ RECERT-CONTROL
               AT END
                   MOVE "10" TO RC-STATUS
           END-READ
           CLOSE RECERT-CONTROL
           IF RC-STATUS NOT = "00" OR NOT RC-ABIERTA
               DISPLAY "Sin campana de recertificacion abierta."
               GO TO FINALIZAR-PROGRAMA.
           CALL "FECHANEG" USING FECHANEG-PARM.
           IF FN-FECHA-NEGOCIO NOT > RC-FECHA-LIMITE
               DISPLAY "Campana " RC-CAMPANA " en plazo hasta "
                       RC-FECHA-LIMITE "."
               GO TO FINALIZAR-PROGRAMA.
           OPEN I-O AUTH-OPERATORS
           IF AUTH-STATUS NOT = "00"
               DISPLAY "No se pudo abrir AUTHOPS.DAT. Estado: "
                       AUTH-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           OPEN I-O RECERT-FILE
           IF RT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RECERT.DAT. Estado: "
                       RT-STATUS
               CLOSE AUTH-OPERATORS
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM RECORRE-CAMPANA
           CLOSE RECERT-FILE
           CLOSE AUTH-OPERATORS
           PERFORM CIERRA-CAMPANA
           DISPLAY "Campana " RC-CAMPANA " cerrada al vencer el "
                   RC-FECHA-LIMITE ". Cuentas suspendidas: " VENCIDAS.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "RECERTVN"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "RECERTVN"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       RECORRE-CAMPANA.
           MOVE RC-CAMPANA  TO RT-CAMPANA
           MOVE LOW-VALUES  TO RT-OPERADOR
           START RECERT-FILE KEY NOT < RT-CLAVE
               INVALID KEY
                   MOVE "23" TO RT-STATUS
           END-START
           IF RT-STATUS = "00"
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO RT-STATUS
               END-READ
           END-IF
           PERFORM UNTIL RT-STATUS NOT = "00"
                   OR RT-CAMPANA NOT = RC-CAMPANA
               IF RT-PENDIENTE
                   PERFORM VENCE-CUENTA
               END-IF
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO RT-STATUS
               END-READ
           END-PERFORM.

      *Una cuenta sin recertificar a tiempo se suspende igual que si
      *la hubiera suspendido el supervisor; si ya no esta autorizada
      *solo se marca como vencida.
       VENCE-CUENTA.
           MOVE RT-OPERADOR TO AO-OPERADOR
           READ AUTH-OPERATORS
               INVALID KEY
                   MOVE "23" TO AUTH-STATUS
           END-READ
           IF AUTH-STATUS = "00" AND AO-AUTORIZADO = "S"
               MOVE AUTH-OPERATOR-RECORD TO IMAGEN-ANTES
               MOVE "N" TO AO-AUTORIZADO
               REWRITE AUTH-OPERATOR-RECORD
               IF AUTH-STATUS = "00"
                   PERFORM GRABA-AUDITORIA-SUSPENSION
               ELSE
                   MOVE 8 TO CODIGO-RETORNO
               END-IF
           END-IF
           MOVE "V"        TO RT-ESTADO
           MOVE "RECERTVN" TO RT-SUPERVISOR
           MOVE FUNCTION CURRENT-DATE TO RT-TIMESTAMP
           REWRITE RECERT-RECORD
           ADD 1 TO VENCIDAS
           PERFORM REGISTRA-EXCEPCION-VENCIDA
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       GRABA-AUDITORIA-SUSPENSION.
           MOVE "RECERTVN"           TO AU-SUPERVISOR
           MOVE SPACES               TO AU-TERMINAL
           MOVE "SUSPENDE"           TO AU-ACCION
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

       REGISTRA-EXCEPCION-VENCIDA.
           MOVE "RECERTVN"       TO EX-PROGRAMA
           MOVE "RECERT-VENCIDA" TO EX-CAMPO
           MOVE SPACES           TO EX-VALOR
           STRING RT-CAMPANA " " RT-OPERADOR
               DELIMITED BY SIZE INTO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           MOVE "M"              TO EX-SEVERIDAD
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

       CIERRA-CAMPANA.
           MOVE "C" TO RC-ESTADO
           OPEN OUTPUT RECERT-CONTROL
           WRITE RECERT-CONTROL-RECORD
           CLOSE RECERT-CONTROL.

       END PROGRAM RECERTVN.
