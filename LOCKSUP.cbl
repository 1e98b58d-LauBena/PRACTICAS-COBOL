      *          recursos registrados en CERROJOS.DAT con su dueno y
      *          hora, y permite a un operador con nivel de
      *          supervisor o superior romper un cerrojo que quedo
      *          colgado tras una caida. Un operador con una delegacion
      *          de supervisor vigente en DELEGA.DAT puede actuar como
      *          supervisor; cada accion hecha asi queda estampada en
      *          DELEGUSO.LOG. La matriz de permisos de PERMCHK autoriza
      *          la entrada y cada funcion del menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY DELEGPRM.
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
           PERFORM CONSULTA-DELEGACION.
           OPEN I-O CERROJOS-FILE.
           IF CER-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CERROJOS.DAT. Estado: "
           DISPLAY "  2. Romper un cerrojo".
           DISPLAY "  3. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-CERROJOS.
           EVALUATE TRUE
               WHEN OPCION-LISTA
                   PERFORM LISTA-CERROJOS
                   DISPLAY "Operador no autorizado."
           END-EVALUATE.

      *La matriz de permisos decide si el operador puede usar este
      *programa y cada funcion del menu; la denegacion la registra
      *PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "LOCKSUP"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de LOCKSUP."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-LISTA
                   MOVE "LISTA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ROMPE
                   MOVE "ROMPE"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

       LISTA-CERROJOS.
           MOVE 0 TO LISTADOS
           MOVE LOW-VALUES TO CJ-RECURSO
                       REWRITE CERROJO-RECORD
                       DISPLAY "Cerrojo de " RECURSO-PEDIDO
                               " (operador " CJ-OPERADOR ") roto."
                       MOVE SPACES TO DP-DETALLE
                       STRING "ROMPE CERROJO " RECURSO-PEDIDO " "
                              CJ-OPERADOR
                           DELIMITED BY SIZE INTO DP-DETALLE
                       PERFORM ESTAMPA-DELEGACION
                   ELSE
                       DISPLAY "El cerrojo de " RECURSO-PEDIDO
                               " ya estaba libre."
                   END-IF
           END-READ.

      *Un operador sin nivel de supervisor actua como tal mientras
      *tenga vigente una delegacion de DELEGA.DAT; cada accion hecha
      *asi queda estampada en DELEGUSO.LOG con quien delego.
       CONSULTA-DELEGACION.
           IF NOT NIVEL-SUPERVISION
               MOVE "C"            TO DP-ACCION
               MOVE OP-OPERADOR-ID TO DP-OPERADOR-ID
               CALL "DELEGCHK" USING DELEGCHK-PARM
               IF DP-DELEGADO
                   MOVE "S" TO NIVEL-ACTUAL
                   DISPLAY "Actuas por delegacion de " DP-DELEGANTE
                           " hasta el " DP-FECHA-HASTA "."
               END-IF
           END-IF.

       ESTAMPA-DELEGACION.
           IF DP-DELEGADO
               MOVE "R" TO DP-ACCION
               MOVE "LOCKSUP" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

       END PROGRAM LOCKSUP.
