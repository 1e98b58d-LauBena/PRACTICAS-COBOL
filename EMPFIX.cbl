      * Purpose: Reparacion y reenvio de las altas rechazadas que el
      *          lote de PERFORM-THRU dejo en EMPRECHZ.DAT: muestra el
      *          motivo de cada rechazo (01 nombre, 02 apellidos, 03
      *          fecha de nacimiento, 04 duplicado, 05 departamento,
      *          10 departamento sin plazas),
      *          deja corregir el campo ofensor, repite las mismas
      *          validaciones del lote y carga en EMPMAST.DAT los
      *          registros que las superan, sacandolos del fichero de
      *          rechazos para que solo quede lo pendiente. La matriz de
      *          permisos de PERMCHK autoriza la entrada al programa. Si
      *          el alta corresponde a un antiguo empleado dado de baja,
      *          con confirmacion se reactiva su identificador con
      *          REINGRES. Los identificadores de empleado los emite
      *          el servicio de numeracion SECASIG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT DEPARTMENTS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY EMPRECHZ.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       WORKING-STORAGE SECTION.
       01  REJ-STATUS          PIC XX.
       01  EM-STATUS           PIC XX.
       01  DEP-STATUS          PIC XX.
       01  NOMBRE              PIC X(13).
       01  APELLIDOS           PIC X(20).
       01  DUPLICADO           PIC X VALUE "N".
           88  EMPLEADO-DUPLICADO     VALUE "S".
       01  EMPLOYEE-ID         PIC 9(06).
       01  REINGRESO-SW        PIC X VALUE "N".
           88  ES-REINGRESO           VALUE "S".
       01  CONFIRMA-REINGRESO  PIC X.
       01  MOTIVO-RECHAZO      PIC X(02).
           88  ALTA-ACEPTADA          VALUE "  ".
           88  RECHAZO-NOMBRE         VALUE "01".
           88  RECHAZO-EDAD           VALUE "03".
           88  RECHAZO-DUPLICADO      VALUE "04".
           88  RECHAZO-DEPARTAMENTO   VALUE "05".
           88  RECHAZO-SIN-PLAZA      VALUE "10".
       01  MOTIVO-DESC         PIC X(30).
       01  CAMPO-NUEVO         PIC X(20).
       01  DECISION            PIC X.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY EDADCAL.
       COPY FECHAPRM.
       COPY LOCKPRM.
       COPY SECPRM.
       COPY JRNLPRM.
       COPY PLAZPRM.
       COPY REINGPRM.
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
           PERFORM CARGA-RECHAZOS.
           IF TABLA-DESBORDADA
               DISPLAY "EMPRECHZ.DAT tiene mas de 200 rechazos y "
           IF NOT LK-CONCEDIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           MOVE "C"              TO PP-ACCION
           MOVE "N"              TO PP-ENTRENAMIENTO
           MOVE FN-FECHA-NEGOCIO TO PP-FECHA
           CALL "PLAZACHK" USING PLAZACHK-PARM.
           PERFORM TRATA-RECHAZOS.
           PERFORM LIBERA-CERROJO-MAESTRO.
           PERFORM REGRABA-RECHAZOS.
                   DISPLAY "Operador no autorizado."
           END-EVALUATE.

      *La matriz de permisos decide si el operador puede usar este
      *programa; la denegacion la registra PERMCHK en
      *SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE SPACES         TO PK-NIVEL
           MOVE "EMPFIX"       TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de EMPFIX."
           END-IF.

       ADQUIERE-CERROJO-MAESTRO.
           MOVE "E"            TO LK-ACCION
           MOVE "EMPMAST"      TO LK-RECURSO
               PERFORM CORRIGE-CAMPOS
               PERFORM VALIDA-REGISTRO
               IF ALTA-ACEPTADA
                   IF ES-REINGRESO
                       PERFORM APLICA-REINGRESO
                   END-IF
                   IF NOT ES-REINGRESO
                       PERFORM GENERA-ID-EMPLEADO
                       IF EMPLOYEE-ID > 0
                           PERFORM GRABA-EMPLEADO
                       END-IF
                   END-IF
                   IF EMPLOYEE-ID > 0
                       MOVE "C" TO RT-DISPOSICION (REJ-IX)
                       ADD 1 TO CARGADOS
                       DISPLAY "Alta cargada con identificador "
                               EMPLOYEE-ID "."
                   ELSE
                       DISPLAY "Sin identificador de empleado: queda "
                               "en el fichero con los valores "
                               "corregidos."
                       PERFORM ACTUALIZA-RECHAZO
                       ADD 1 TO PENDIENTES
                   END-IF
               ELSE
                   PERFORM DESCRIBE-MOTIVO
                   DISPLAY "Sigue rechazada: " MOTIVO-DESC
                   MOVE "EMPLEADO DUPLICADO" TO MOTIVO-DESC
               WHEN "05"
                   MOVE "DEPARTAMENTO INVALIDO" TO MOTIVO-DESC
               WHEN "10"
                   MOVE "DEPARTAMENTO SIN PLAZAS" TO MOTIVO-DESC
               WHEN OTHER
                   MOVE "MOTIVO DESCONOCIDO" TO MOTIVO-DESC
           END-EVALUATE.
      *el lote hubiera rechazado.
       VALIDA-REGISTRO.
           MOVE SPACES TO MOTIVO-RECHAZO
           MOVE "N" TO REINGRESO-SW
           MOVE "N" TO DUPLICADO
           EVALUATE TRUE
               WHEN NOMBRE (13:1) NOT = SPACE
                   MOVE "01" TO MOTIVO-RECHAZO
                       IF NOT DEPARTAMENTO-ES-VALIDO
                           MOVE "05" TO MOTIVO-RECHAZO
                       ELSE
                           PERFORM DETECTA-REINGRESO
                           IF NOT ES-REINGRESO
                               PERFORM DETECTA-DUPLICADO
                           END-IF
                           IF EMPLEADO-DUPLICADO
                               MOVE "04" TO MOTIVO-RECHAZO
                           ELSE
                               PERFORM COMPRUEBA-PLAZA
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *Un rechazo por duplicado puede ser un antiguo empleado que
      *vuelve: si quien repara lo confirma, se reactiva su registro
      *en lugar de crear uno nuevo.
       DETECTA-REINGRESO.
           MOVE "B"              TO RI-ACCION
           MOVE NOMBRE           TO RI-NOMBRE
           MOVE APELLIDOS        TO RI-APELLIDOS
           MOVE FECHA-NACIMIENTO TO RI-FECHA-NACIMIENTO
           CALL "REINGRES" USING REINGRES-PARM
           IF RI-CORRECTO
               DISPLAY "Posible reingreso: el empleado "
                       RI-EMPLOYEE-ID " " RI-NOMBRE-ANT " "
                       RI-APELLIDOS-ANT
               DISPLAY "  Alta " RI-FECHA-ALTA-ANT " Baja "
                       RI-FECHA-BAJA-ANT " Motivo "
                       RI-MOTIVO-BAJA-ANT " Departamento "
                       RI-DEPARTAMENTO-ANT
               DISPLAY "Reactivar su registro en lugar de crear uno "
                       "nuevo (S/N)? "
               ACCEPT CONFIRMA-REINGRESO
               IF CONFIRMA-REINGRESO = "S" OR CONFIRMA-REINGRESO = "s"
                   MOVE "S" TO REINGRESO-SW
               END-IF
           END-IF.

      *Si el registro cambio desde la busqueda y ya no se puede
      *reactivar, el rechazo se carga como alta nueva.
       APLICA-REINGRESO.
           MOVE "R"              TO RI-ACCION
           MOVE FN-FECHA-NEGOCIO TO RI-FECHA-REINGRESO
           MOVE DEPARTAMENTO     TO RI-DEPARTAMENTO
           MOVE EDAD             TO RI-EDAD
           MOVE OP-OPERADOR-ID   TO RI-OPERADOR-ID
           MOVE OP-TERMINAL-ID   TO RI-TERMINAL-ID
           MOVE "EMPFIX"         TO RI-PROGRAMA
           CALL "REINGRES" USING REINGRES-PARM
           IF RI-CORRECTO
               MOVE RI-EMPLOYEE-ID TO EMPLOYEE-ID
               DISPLAY "Empleado " EMPLOYEE-ID " reactivado; el "
                       "periodo anterior queda en SERVHIST.DAT."
               MOVE "O"          TO PP-ACCION
               MOVE DEPARTAMENTO TO PP-DEPARTAMENTO
               CALL "PLAZACHK" USING PLAZACHK-PARM
           ELSE
               MOVE "N" TO REINGRESO-SW
               DISPLAY "Aviso: no se pudo reactivar el empleado "
                       RI-EMPLOYEE-ID ", se da de alta como nuevo."
           END-IF.

      *Como en el lote, sin plaza libre el alta no entra.
       COMPRUEBA-PLAZA.
           MOVE "V"              TO PP-ACCION
           MOVE "N"              TO PP-ENTRENAMIENTO
           MOVE FN-FECHA-NEGOCIO TO PP-FECHA
           MOVE DEPARTAMENTO     TO PP-DEPARTAMENTO
           CALL "PLAZACHK" USING PLAZACHK-PARM
           IF PP-COMPLETO
               MOVE "10" TO MOTIVO-RECHAZO
           END-IF.

      *Valida la fecha de nacimiento y deriva la edad en EDAD.
       VALIDA-FECHA-NACIMIENTO.
           MOVE "N" TO FECHA-NAC-VALIDA
               CLOSE EMPLOYEE-MASTER
           END-IF.

      *El identificador lo emite el servicio de numeracion SECASIG
      *en la secuencia EMPLEADO; cero si no se pudo obtener.
       GENERA-ID-EMPLEADO.
           MOVE "A"            TO SC-ACCION
           MOVE "EMPLEADO"     TO SC-SECUENCIA
           MOVE "EMPFIX"       TO SC-PROGRAMA
           MOVE OP-OPERADOR-ID TO SC-OPERADOR-ID
           CALL "SECASIG" USING SECASIG-PARM
           IF SC-CORRECTO
               MOVE SC-NUMERO TO EMPLOYEE-ID
           ELSE
               DISPLAY "No se pudo obtener identificador de "
                       "empleado de SECASIG (" SC-RESULTADO ")."
               MOVE 0 TO EMPLOYEE-ID
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

       GRABA-EMPLEADO.
           MOVE EMPLOYEE-ID    TO EM-EMPLOYEE-ID
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM REGISTRA-DIARIO-EMPLEADO
               MOVE "O"          TO PP-ACCION
               MOVE DEPARTAMENTO TO PP-DEPARTAMENTO
               CALL "PLAZACHK" USING PLAZACHK-PARM
           END-IF
           CLOSE EMPLOYEE-MASTER.

