      *          excepcion a nombre del operador y cerrarla con un
      *          comentario de resolucion, para que INFEXCEP pueda
      *          distinguir lo arrastrado sin resolver y MONEXCEP
      *          escalar las graves que envejecen. La matriz de permisos
      *          de PERMCHK autoriza la entrada y cada funcion del menu.
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
           PERFORM ABRE-EXCP-WORK.
           IF EW-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EXCPWORK.DAT. Estado: "
           DISPLAY "  3. Cerrar una excepcion".
           DISPLAY "  4. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-REVISION.
           EVALUATE TRUE
               WHEN OPCION-LISTA
                   PERFORM LISTA-ABIERTAS
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
           MOVE "EXCPWB"       TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de EXCPWB."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-LISTA
                   MOVE "LISTA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-RECLAMA
                   MOVE "RECLAMA"     TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-CIERRA
                   MOVE "CIERRA"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

       ABRE-EXCP-WORK.
           OPEN I-O EXCP-WORK
           IF EW-STATUS = "35"
