      * Purpose: Mantenimiento en linea del fichero de operadores
      *          autorizados AUTHOPS.DAT: alta, revocacion y listado,
      *          con registro de auditoria antes/despues de cada
      *          cambio en AUTHAUD.LOG. Cada cuenta se vincula al
      *          empleado de EMPMAST.DAT que la usa, para que la baja
      *          del empleado retire el acceso (BAJAOPER). La matriz de
      *          permisos de PERMCHK autoriza la entrada y cada funcion
      *          del menu. Una cuenta puede marcarse de formacion
      *          para que su operador trabaje siempre en modo de
      *          entrenamiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUTH-AUDIT ASSIGN TO "AUTHAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  AUTH-AUDIT.
       COPY AUTHAUD.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       WORKING-STORAGE SECTION.
       01  AUTH-STATUS         PIC XX.
       01  AUD-STATUS          PIC XX.
       01  EM-STATUS           PIC XX.
       01  OPCION              PIC X.
           88  OPCION-ALTA            VALUE "1".
           88  OPCION-REVOCA          VALUE "2".
           88  OPCION-DESBLOQUEA      VALUE "5".
           88  OPCION-NIVEL           VALUE "6".
           88  OPCION-HORARIO         VALUE "7".
           88  OPCION-EMPLEADO        VALUE "8".
           88  OPCION-FORMACION       VALUE "9".
       01  OPERADOR-PEDIDO     PIC X(08).
       01  CLAVE-NUEVA         PIC X(08).
       01  NIVEL-NUEVO         PIC X.
       01  HORA-DESDE REDEFINES HORA-DESDE-X PIC 9(04).
       01  HORA-HASTA-X        PIC X(04).
       01  HORA-HASTA REDEFINES HORA-HASTA-X PIC 9(04).
       01  EMPLEADO-X          PIC X(06).
       01  EMPLEADO-NUEVO REDEFINES EMPLEADO-X PIC 9(06).
       01  FORMACION-NUEVA     PIC X.
           88  FORMACION-VALIDA       VALUE "S" "N".
       01  EMPLEADO-VALIDO-SW  PIC X VALUE "N".
           88  EMPLEADO-VALIDO        VALUE "S".
       01  IMAGEN-ANTES        PIC X(30).
       01  EMPLEADO-ANTES      PIC X(06).
       01  FORMACION-ANTES     PIC X.
       01  EXISTE-REGISTRO     PIC X VALUE "N".
           88  REGISTRO-EXISTE        VALUE "S".
       01  LISTADOS            PIC 9(05) VALUE 0.
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
           PERFORM ABRE-AUTH-OPERATORS.
           IF AUTH-STATUS NOT = "00"
               DISPLAY "No se pudo abrir AUTHOPS.DAT. Estado: "
           DISPLAY "  5. Desbloquear operador".
           DISPLAY "  6. Cambiar nivel de operador".
           DISPLAY "  7. Cambiar ventana horaria".
           DISPLAY "  8. Vincular operador a empleado".
           DISPLAY "  9. Marcar cuenta de formacion".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-MANTENIMIENTO.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM EXIGE-NIVEL-ADMIN
                       PERFORM CAMBIA-HORARIO-OPERADOR
                   END-IF
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-EMPLEADO
                   PERFORM EXIGE-NIVEL-ADMIN
                   IF NIVEL-ADMIN
                       PERFORM VINCULA-EMPLEADO-OPERADOR
                   END-IF
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-FORMACION
                   PERFORM EXIGE-NIVEL-ADMIN
                   IF NIVEL-ADMIN
                       PERFORM CAMBIA-FORMACION-OPERADOR
                   END-IF
                   GO TO MENU-MANTENIMIENTO
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 9."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-MANTENIMIENTO
           END-EVALUATE.
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
           MOVE "AUTHMNT"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de AUTHMNT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   MOVE "ALTA"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-REVOCA
                   MOVE "REVOCA"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-LISTA
                   MOVE "LISTA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-DESBLOQUEA
                   MOVE "DESBLOQUEA"  TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-NIVEL
                   MOVE "NIVEL"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-HORARIO
                   MOVE "HORARIO"     TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-EMPLEADO
                   MOVE "EMPLEADO"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-FORMACION
                   MOVE "FORMACION"   TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

       ABRE-AUTH-OPERATORS.
           OPEN I-O AUTH-OPERATORS
           IF AUTH-STATUS = "35"
                       AO-HORA-HASTA "."
           END-IF.

      *El empleado vinculado tiene que existir y estar activo en
      *EMPMAST.DAT; 000000 deja la cuenta sin vincular (cuentas de
      *servicio), y el listado nocturno INFOPEMP la senala.
       PIDE-EMPLEADO.
           MOVE "N" TO EMPLEADO-VALIDO-SW
           DISPLAY "Identificador del empleado de la cuenta "
                   "(000000 sin vincular): "
           ACCEPT EMPLEADO-X
           IF EMPLEADO-X NOT NUMERIC
               DISPLAY "Identificador de empleado no valido."
           ELSE
               IF EMPLEADO-NUEVO = 0
                   MOVE "S" TO EMPLEADO-VALIDO-SW
               ELSE
                   PERFORM VALIDA-EMPLEADO
               END-IF
           END-IF.

       VALIDA-EMPLEADO.
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPMAST.DAT. Estado: "
                       EM-STATUS
           ELSE
               MOVE EMPLEADO-NUEVO TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "El empleado " EMPLEADO-NUEVO
                               " no existe en EMPMAST.DAT."
                   NOT INVALID KEY
                       IF EM-DE-BAJA
                           DISPLAY "El empleado " EMPLEADO-NUEVO
                                   " esta de baja desde "
                                   EM-FECHA-BAJA "."
                       ELSE
                           MOVE "S" TO EMPLEADO-VALIDO-SW
                       END-IF
               END-READ
               CLOSE EMPLOYEE-MASTER
           END-IF.

       VINCULA-EMPLEADO-OPERADOR.
           DISPLAY "Identificador del operador a vincular: ".
           ACCEPT OPERADOR-PEDIDO.
           PERFORM BUSCA-OPERADOR.
           IF NOT REGISTRO-EXISTE
               DISPLAY "El operador " OPERADOR-PEDIDO
                       " no existe en AUTHOPS.DAT."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               DISPLAY "Empleado vinculado actual: " AO-EMPLOYEE-ID
               PERFORM PIDE-EMPLEADO
               IF NOT EMPLEADO-VALIDO
                   DISPLAY "No se cambia la vinculacion."
                   MOVE 4 TO CODIGO-RETORNO
               ELSE
                   MOVE EMPLEADO-NUEVO TO AO-EMPLOYEE-ID
                   REWRITE AUTH-OPERATOR-RECORD
                   PERFORM GRABA-AUDITORIA-EMPLEADO
                   DISPLAY "Operador " OPERADOR-PEDIDO
                           " vinculado al empleado " AO-EMPLOYEE-ID
                           "."
               END-IF
           END-IF.

      *La cuenta de formacion abre sus sesiones en modo de
      *entrenamiento; el cambio vale desde la siguiente firma.
       CAMBIA-FORMACION-OPERADOR.
           DISPLAY "Identificador del operador a marcar: ".
           ACCEPT OPERADOR-PEDIDO.
           PERFORM BUSCA-OPERADOR.
           IF NOT REGISTRO-EXISTE
               DISPLAY "El operador " OPERADOR-PEDIDO
                       " no existe en AUTHOPS.DAT."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               DISPLAY "Cuenta de formacion actual: " AO-ENTRENAMIENTO
               DISPLAY "Cuenta de formacion (S/N): "
               ACCEPT FORMACION-NUEVA
               IF FORMACION-NUEVA = "s"
                   MOVE "S" TO FORMACION-NUEVA
               END-IF
               IF FORMACION-NUEVA = "n"
                   MOVE "N" TO FORMACION-NUEVA
               END-IF
               IF NOT FORMACION-VALIDA
                   DISPLAY "Respuesta no valida, no se cambia la "
                           "cuenta."
                   MOVE 4 TO CODIGO-RETORNO
               ELSE
                   MOVE FORMACION-NUEVA TO AO-ENTRENAMIENTO
                   REWRITE AUTH-OPERATOR-RECORD
                   PERFORM GRABA-AUDITORIA-FORMACION
                   DISPLAY "Operador " OPERADOR-PEDIDO
                           " con cuenta de formacion "
                           AO-ENTRENAMIENTO "."
               END-IF
           END-IF.

       CAMBIA-NIVEL-OPERADOR.
           DISPLAY "Identificador del operador a cambiar de nivel: ".
           ACCEPT OPERADOR-PEDIDO.
               PERFORM PIDE-HORARIO
               MOVE HORA-DESDE      TO AO-HORA-DESDE
               MOVE HORA-HASTA      TO AO-HORA-HASTA
               PERFORM PIDE-EMPLEADO
               IF NOT EMPLEADO-VALIDO
                   DISPLAY "La cuenta queda sin vincular; usa la "
                           "opcion 8 para vincularla."
                   MOVE 0 TO EMPLEADO-NUEVO
               END-IF
               MOVE EMPLEADO-NUEVO  TO AO-EMPLOYEE-ID
               MOVE "N"             TO AO-ENTRENAMIENTO
               WRITE AUTH-OPERATOR-RECORD
               IF AUTH-STATUS NOT = "00"
                   DISPLAY "No se pudo grabar el operador. Estado: "
       BUSCA-OPERADOR.
           MOVE "N" TO EXISTE-REGISTRO
           MOVE SPACES TO IMAGEN-ANTES
           MOVE SPACES TO EMPLEADO-ANTES
           MOVE SPACES TO FORMACION-ANTES
           MOVE OPERADOR-PEDIDO TO AO-OPERADOR
           READ AUTH-OPERATORS
               INVALID KEY
               NOT INVALID KEY
                   MOVE "S" TO EXISTE-REGISTRO
                   MOVE AUTH-OPERATOR-RECORD TO IMAGEN-ANTES
                   MOVE AO-EMPLOYEE-ID TO EMPLEADO-ANTES
                   MOVE AO-ENTRENAMIENTO TO FORMACION-ANTES
           END-READ.

       GRABA-AUDITORIA-ALTA.
           MOVE "HORARIO" TO AU-ACCION
           PERFORM GRABA-AUDITORIA.

       GRABA-AUDITORIA-EMPLEADO.
           MOVE "EMPLEADO" TO AU-ACCION
           PERFORM GRABA-AUDITORIA.

       GRABA-AUDITORIA-FORMACION.
           MOVE "ENTRENA" TO AU-ACCION
           PERFORM GRABA-AUDITORIA.

       GRABA-AUDITORIA.
           MOVE OP-OPERADOR-ID       TO AU-SUPERVISOR
           MOVE OP-TERMINAL-ID       TO AU-TERMINAL
           MOVE IMAGEN-ANTES         TO AU-IMAGEN-ANTES
           MOVE AUTH-OPERATOR-RECORD TO AU-IMAGEN-DESPUES
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           MOVE EMPLEADO-ANTES       TO AU-EMPLEADO-ANTES
           MOVE AO-EMPLOYEE-ID       TO AU-EMPLEADO-DESPUES
           MOVE FORMACION-ANTES      TO AU-ENTRENAMIENTO-ANTES
           MOVE AO-ENTRENAMIENTO     TO AU-ENTRENAMIENTO-DESPUES
           PERFORM ABRE-AUTH-AUDIT
           WRITE AUTH-AUDIT-RECORD
           CLOSE AUTH-AUDIT.
                   DISPLAY "  " AO-OPERADOR "  Autorizado: "
                           AO-AUTORIZADO "  Bloqueado: "
                           AO-BLOQUEADO "  Nivel: " AO-NIVEL
                           "  Empleado: " AO-EMPLOYEE-ID
                           "  Formacion: " AO-ENTRENAMIENTO
                   ADD 1 TO LISTADOS
                   READ AUTH-OPERATORS NEXT RECORD
                       AT END
