      *          operacion con cuentas y totales, marca los apuntes
      *          reversados y sus compensatorios, e imprime el extracto
      *          en EXTRACTO.PRT indicando de que fuente (vivo o
      *          archivo) salio cada apunte. Puede pedirse en diferido
      *          desde GO-TO: ejecutado por COLAEJEC toma operador y mes
      *          de la peticion de la cola (COLAPAR) en lugar de
      *          pedirlos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  RPT-PAGINA          PIC 9(03) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY COLAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           MOVE "LEDGSTMT" TO CJ-PROGRAMA.
           CALL "COLAPAR" USING COLAPAR-PARM.
           PERFORM CAPTURA-PETICION.
           IF MES-PEDIDO-X NOT NUMERIC
               DISPLAY "Mes no valido, extracto cancelado."

       CAPTURA-PETICION.
           DISPLAY "Operador del extracto: ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (1) TO OPERADOR-PEDIDO
           ELSE
               ACCEPT OPERADOR-PEDIDO
           END-IF.
           DISPLAY "Mes del extracto (AAAAMM): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (2) TO MES-PEDIDO-X
           ELSE
               ACCEPT MES-PEDIDO-X
           END-IF.

       RECORRE-LEDGER-VIVO.
           MOVE "VIVO" TO FUENTE
