      ******************************************************************
      * Author: Benavidez Laura.
      * Date: 18/01/2023
      * Purpose: El numero de ejecucion lo emite SECASIG en la
      *          secuencia TABLASEJEC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TABLA-REPORT ASSIGN TO "TABLAS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT NUMEROS-LOTE ASSIGN TO "NUMEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTE-STATUS.
       FILE SECTION.
       FD  TABLA-REPORT.
       01  RPT-LINE                  PIC X(80).
       FD  NUMEROS-LOTE.
       01  LOTE-REGISTRO.
           05  LOTE-TIPO              PIC X.
           88  OPCION-SALIR           VALUE "3".
       01  LOTE-STATUS         PIC XX.
       01  RPT-STATUS          PIC XX.
       01  RUN-NUMBER          PIC 9(06).
       01  FECHA-HORA          PIC X(21).
       01  LINEA-DETALLE.
       01  LOTE-TOTAL-DECLARADO PIC 9(06) VALUE 0.
       COPY JOBLOGR.
       COPY PERFLOGR.
       COPY SECPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
                   ADD 1 TO SESION-OMITIDAS
               END-IF.

      *El numero de ejecucion lo emite el servicio de numeracion
      *SECASIG en la secuencia TABLASEJEC.
           OBTIENE-RUN-NUMBER.
               MOVE "A"             TO SC-ACCION
               MOVE "TABLASEJEC"    TO SC-SECUENCIA
               MOVE "PERFORM-TIMES" TO SC-PROGRAMA
               MOVE SPACES          TO SC-OPERADOR-ID
               CALL "SECASIG" USING SECASIG-PARM
               IF SC-CORRECTO
                   MOVE SC-NUMERO TO RUN-NUMBER
               ELSE
                   DISPLAY "Aviso: no se pudo obtener el numero de "
                           "ejecucion (" SC-RESULTADO ")."
                   MOVE 0 TO RUN-NUMBER
                   MOVE 4 TO CODIGO-RETORNO
               END-IF.

           ESCRIBE-CABECERA.
               MOVE FUNCTION CURRENT-DATE TO FECHA-HORA
