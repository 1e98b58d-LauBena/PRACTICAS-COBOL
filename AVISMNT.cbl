      *          vigencia y severidad, baja y listado; SIGNON los
      *          muestra a todo operador tras validarse y exige
      *          confirmacion de lectura en los graves, y CONSOLA los
      *          repite en la pantalla de la manana. Un operador con una
      *          delegacion de supervisor vigente en DELEGA.DAT puede
      *          actuar como supervisor; cada accion hecha asi queda
      *          estampada en DELEGUSO.LOG. La matriz de permisos de
      *          PERMCHK autoriza la entrada y cada funcion del menu.
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
           IF NOT NIVEL-SUPERVISION
               DISPLAY "El mantenimiento de avisos esta reservado "
                       "a supervisores."
           DISPLAY "  3. Listar avisos".
           DISPLAY "  4. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-AVISOS.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-AVISO
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
           MOVE "AVISMNT"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de AVISMNT."
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
           END-EVALUATE.

       CARGA-AVISOS.
           MOVE 0 TO AVISO-COUNT
           MOVE 0 TO ID-MAXIMO
                           TO AT-REGISTRO (AVISO-COUNT)
                       PERFORM REGRABA-AVISOS
                       DISPLAY "Aviso " AV-ID " dado de alta."
                       MOVE SPACES TO DP-DETALLE
                       STRING "ALTA AVISO " AV-ID
                           DELIMITED BY SIZE INTO DP-DETALLE
                       PERFORM ESTAMPA-DELEGACION
                   END-IF
               END-IF
           END-IF.
                   SUBTRACT 1 FROM AVISO-COUNT
                   PERFORM REGRABA-AVISOS
                   DISPLAY "Aviso " ID-PEDIDO " borrado."
                   MOVE SPACES TO DP-DETALLE
                   STRING "BAJA AVISO " ID-PEDIDO
                       DELIMITED BY SIZE INTO DP-DETALLE
                   PERFORM ESTAMPA-DELEGACION
               ELSE
                   DISPLAY "No existe el aviso " ID-PEDIDO "."
                   MOVE 4 TO CODIGO-RETORNO
               DISPLAY "Total de avisos: " LISTADOS
           END-IF.

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
               MOVE "AVISMNT" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

       END PROGRAM AVISMNT.
