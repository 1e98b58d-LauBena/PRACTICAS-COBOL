      ******************************************************************
      * Author: Benavidez Laura
      * Date: 11/01/2023
      * Purpose: El numero de practica lo emite SECASIG en la
      *          secuencia DIVEJEC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-LOG ASSIGN TO "DAILYLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-LOG.
       01  DAILY-LOG-RECORD.
           05  DL-FECHA               PIC X(08).
       01  SALUDO                 PIC X(40).
       01  TITULO                 PIC X(40) VALUE 'Tutorial COBOL'.
       01  NUMERO                 PIC 9(06) VALUE 1.
       01  DL-STATUS           PIC XX.
       01  HOY                 PIC X(08).
       COPY JOBLOGR.
       COPY FECHAPRM.
       COPY SECPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

      *El numero de practica lo emite el servicio de numeracion
      *SECASIG en la secuencia DIVEJEC.
       OBTIENE-NUMERO-EJECUCION.
           MOVE "A"                  TO SC-ACCION
           MOVE "DIVEJEC"            TO SC-SECUENCIA
           MOVE "DIV-PROCEDIMIENTOS" TO SC-PROGRAMA
           MOVE SPACES               TO SC-OPERADOR-ID
           CALL "SECASIG" USING SECASIG-PARM
           IF SC-CORRECTO
               MOVE SC-NUMERO TO NUMERO
           ELSE
               DISPLAY "Aviso: no se pudo obtener el numero de "
                       "practica (" SC-RESULTADO ")."
               MOVE 0 TO NUMERO
           END-IF.

      *El log diario se registra bajo la fecha de negocio del
      *calendario de proceso, no la del sistema.
