      *          envia todo lo nuevo desde la marca de agua de
      *          EXTHWM.DAT sin teclear fechas, y el reenvio exacto
      *          de un dia concreto cuando finanzas pierde un
      *          fichero; las convenciones de cola no cambian. Puede
      *          pedirse en diferido desde GO-TO: ejecutado por COLAEJEC
      *          toma el modo y las fechas de la peticion de la cola
      *          (COLAPAR) en lugar de pedirlos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       COPY COLAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           MOVE "EXTRACT" TO CJ-PROGRAMA.
           CALL "COLAPAR" USING COLAPAR-PARM.
           DISPLAY "Modo del extracto:".
           DISPLAY "  1. Rango de fechas tecleado".
           DISPLAY "  2. Incremental desde la ultima marca".
           DISPLAY "  3. Reenvio exacto de un dia".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (1) TO MODO
           ELSE
               ACCEPT MODO
           END-IF.
           EVALUATE TRUE
               WHEN MODO-INCREMENTAL
                   PERFORM PREPARA-INCREMENTAL

       PREPARA-RANGO.
           DISPLAY "Fecha desde AAAAMMDD (espacios para todas): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (2) TO FECHA-DESDE-X
           ELSE
               ACCEPT FECHA-DESDE-X
           END-IF.
           IF FECHA-DESDE-X = SPACES OR FECHA-DESDE-X NOT NUMERIC
               MOVE 0 TO FECHA-DESDE
           END-IF.
           DISPLAY "Fecha hasta AAAAMMDD (espacios para todas): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (3) TO FECHA-HASTA-X
           ELSE
               ACCEPT FECHA-HASTA-X
           END-IF.
           IF FECHA-HASTA-X = SPACES OR FECHA-HASTA-X NOT NUMERIC
               MOVE 99999999 TO FECHA-HASTA
           END-IF.
      *sin tocar la marca de agua.
       PREPARA-REENVIO.
           DISPLAY "Fecha del dia a reenviar (AAAAMMDD): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (2) TO FECHA-DESDE-X
           ELSE
               ACCEPT FECHA-DESDE-X
           END-IF.
           IF FECHA-DESDE-X NOT NUMERIC
               DISPLAY "Fecha no valida, se asume la del sistema."
               MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DESDE
