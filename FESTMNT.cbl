      *          masiva desde el fichero de transacciones FESTCARG.DAT,
      *          rechazando fechas no validas y las que caen en fin de
      *          semana (entradas inutiles), con registro de auditoria
      *          de cada cambio en FESTAUD.LOG. La matriz de permisos de
      *          PERMCHK autoriza la entrada y cada funcion del menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
               DISPLAY "Acceso denegado, no se inicia la sesion."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           MOVE "*" TO PK-FUNCION
           PERFORM VERIFICA-PERMISO
           IF NOT PK-PERMITIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CARGA-FESTIVOS.
           IF TABLA-DESBORDADA
               DISPLAY "FESTIVOS.DAT tiene mas de 200 festivos y "
           DISPLAY "  4. Carga masiva desde FESTCARG.DAT".
           DISPLAY "  5. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-MANTENIMIENTO.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-FESTIVO
                   DISPLAY "Operador no autorizado."
           END-EVALUATE.

      *La matriz de permisos decide si el operador puede usar este
      *programa y cada funcion del menu; la denegacion la registra
      *PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE SPACES         TO PK-NIVEL
           MOVE "FESTMNT"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de FESTMNT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   MOVE "ALTA"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-BAJA
                   MOVE "BAJA"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-LISTA
                   MOVE "LISTA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-CARGA
                   MOVE "CARGA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

       CARGA-FESTIVOS.
           MOVE 0 TO FEST-COUNT
           OPEN INPUT FESTIVOS-FILE
