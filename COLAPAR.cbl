      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Lector de la peticion diferida en curso: COLAEJEC deja
      *          en COLAACT.DAT la peticion de COLATRAB.DAT que esta
      *          ejecutando; si es para el programa que llama, devuelve
      *          su numero, solicitante y parametros. Sin peticion en
      *          curso el programa sigue pidiendo sus datos en el
      *          terminal, como siempre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLAPAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-ACTIVA ASSIGN TO "COLAACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-ACTIVA.
       COPY COLATRAB.
       WORKING-STORAGE SECTION.
       01  ACT-STATUS          PIC XX.
       01  PARAMETRO-IX        PIC 9(01).
       LINKAGE SECTION.
       COPY COLAPRM.
       PROCEDURE DIVISION USING COLAPAR-PARM.
       MAIN-PROCEDURE.
           MOVE "N" TO CJ-RESULTADO
           MOVE 0 TO CJ-NUMERO
           MOVE SPACES TO CJ-SOLICITANTE
           PERFORM VARYING PARAMETRO-IX FROM 1 BY 1
                   UNTIL PARAMETRO-IX > 6
               MOVE SPACES TO CJ-PARAMETRO (PARAMETRO-IX)
           END-PERFORM
           OPEN INPUT COLA-ACTIVA
           IF ACT-STATUS = "00"
               READ COLA-ACTIVA
                   NOT AT END
                       IF CT-PROGRAMA = CJ-PROGRAMA
                               AND CT-EN-EJECUCION
                           PERFORM DEVUELVE-PETICION
                       END-IF
               END-READ
               CLOSE COLA-ACTIVA
           END-IF
           GOBACK.

       DEVUELVE-PETICION.
           MOVE "S"            TO CJ-RESULTADO
           MOVE CT-NUMERO      TO CJ-NUMERO
           MOVE CT-SOLICITANTE TO CJ-SOLICITANTE
           PERFORM VARYING PARAMETRO-IX FROM 1 BY 1
                   UNTIL PARAMETRO-IX > 6
               MOVE CT-PARAMETRO (PARAMETRO-IX)
                   TO CJ-PARAMETRO (PARAMETRO-IX)
           END-PERFORM
           DISPLAY "Peticion diferida " CT-NUMERO " de "
                   CT-SOLICITANTE ": parametros tomados de la cola.".

       END PROGRAM COLAPAR.
