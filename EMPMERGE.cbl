      *          antes y despues en el diario via JRNLWR para que
      *          RECUPERA pueda reproducir la fusion; la auditoria
      *          queda en EMPAUD.LOG como el resto de cambios del
      *          maestro. Las cuentas de operador vinculadas al
      *          perdedor se bloquean como en cualquier baja. Un
      *          operador con una delegacion de supervisor vigente en
      *          DELEGA.DAT puede actuar como supervisor; cada accion
      *          hecha asi queda estampada en DELEGUSO.LOG. La matriz de
      *          permisos de PERMCHK autoriza la entrada al programa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY DELEGPRM.
       COPY FECHAPRM.
       COPY LOCKPRM.
       COPY JRNLPRM.
       COPY BAJAPRM.
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
               DISPLAY "La fusion de duplicados esta reservada a "
                       "supervisores."
                   DISPLAY "Operador no autorizado."
           END-EVALUATE.

      *La matriz de permisos decide si el operador puede usar este
      *programa; la denegacion la registra PERMCHK en
      *SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "EMPMERGE"     TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de EMPMERGE."
           END-IF.

       ADQUIERE-CERROJO-MAESTRO.
           MOVE "E"            TO LK-ACCION
           MOVE "EMPMAST"      TO LK-RECURSO
               MOVE ID-SUPERVIVIENTE TO EA-EMPLOYEE-ID
               PERFORM GRABA-AUDITORIA-FUSION
               PERFORM DA-BAJA-PERDEDOR
               MOVE SPACES TO DP-DETALLE
               STRING "FUSIONA EMPLEADO " ID-SUPERVIVIENTE
                   DELIMITED BY SIZE INTO DP-DETALLE
               PERFORM ESTAMPA-DELEGACION
           END-IF.

       DA-BAJA-PERDEDOR.
               PERFORM GRABA-AUDITORIA-FUSION
               DISPLAY "Fusion registrada: " ID-PERDEDOR
                       " de baja apuntando a " ID-SUPERVIVIENTE "."
               PERFORM RETIRA-ACCESO-PERDEDOR
           END-IF.

      *Las cuentas de operador vinculadas al perdedor quedan
      *bloqueadas como en cualquier otra baja; si la persona sigue
      *necesitando acceso se vincula su cuenta al superviviente con
      *AUTHMNT.
       RETIRA-ACCESO-PERDEDOR.
           MOVE ID-PERDEDOR    TO BO-EMPLOYEE-ID
           MOVE OP-OPERADOR-ID TO BO-SOLICITANTE
           MOVE OP-TERMINAL-ID TO BO-TERMINAL
           CALL "BAJAOPER" USING BAJAOPER-PARM
           IF BO-ERROR-FICHERO
               DISPLAY "Aviso: no se pudo retirar el acceso de las "
                       "cuentas del perdedor en AUTHOPS.DAT."
               MOVE 4 TO CODIGO-RETORNO
           END-IF
           IF BO-BLOQUEADAS > 0
               DISPLAY "Cuentas de operador del perdedor bloqueadas: "
                       BO-BLOQUEADAS
           END-IF.

       REGISTRA-DIARIO-EMPLEADO.
               OPEN EXTEND EMP-AUDIT
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
               MOVE "EMPMERGE" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

       END PROGRAM EMPMERGE.
