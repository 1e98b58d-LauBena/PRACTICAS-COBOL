      *          EMPMAST.DAT: consulta por identificador, modificacion
      *          de nombre, apellidos y edad, y borrado de registros
      *          dados de alta por error, con registro de auditoria
      *          antes/despues en EMPAUD.LOG. La baja retira ademas
      *          el acceso de las cuentas de operador vinculadas al
      *          empleado (BAJAOPER) y liquida sus vacaciones (AUSLIQ),
      *          mostrando los dias pendientes. La matriz de permisos
      *          de PERMCHK autoriza la entrada y cada funcion del
      *          menu. La baja exige el motivo (EM-MOTIVO-BAJA) que
      *          INFROTA desglosa. El traslado a un departamento sin
      *          plazas libres (PLAZACHK) exige la autorizacion de un
      *          supervisor. El traslado queda pendiente en TRASPEND.DAT
      *          hasta que lo aprueba el jefe del departamento de
      *          destino o de su division con TRASAPRB. Una cuenta
      *          de formacion trabaja en modo de entrenamiento contra
      *          las copias ENT del maestro, la auditoria y los
      *          traslados, sin diario; la baja no toca entonces las
      *          cuentas de operador ni las vacaciones reales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC NF-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT EMP-AUDIT ASSIGN TO DYNAMIC NF-EMPAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT DEPARTMENTS ASSIGN TO "DEPTOS.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEP-STATUS.
           SELECT TRASLADOS-PENDIENTES ASSIGN TO DYNAMIC NF-TRASPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRP-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC NF-EXCEPTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  TRASLADOS-PENDIENTES.
       COPY TRASPEND.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       FD  EMP-AUDIT.
       01  EMP-AUDIT-RECORD.
           05  EA-OPERADOR          PIC X(08).
       01  CONFIRMA            PIC X.
       01  FECHA-BAJA-NUEVA    PIC X(08).
       01  FECHA-BAJA-NUM REDEFINES FECHA-BAJA-NUEVA PIC 9(08).
       01  MOTIVO-BAJA-NUEVO   PIC X(02).
           88  MOTIVO-BAJA-VALIDO     VALUE "VO" "DE" "JU" "FC" "OT".
       01  DEP-STATUS          PIC XX.
       01  TRP-STATUS          PIC XX.
       01  PENDIENTE-SW        PIC X VALUE "N".
           88  HAY-TRASLADO-PENDIENTE VALUE "S".
       01  EX-STATUS           PIC XX.
       01  APROBADOR-ID        PIC X(08).
       01  CLAVE-APROBADOR     PIC X(08).
       01  SOBREPASO-SW        PIC X VALUE "N".
           88  SOBREPASO-AUTORIZADO   VALUE "S".
       01  DEPARTAMENTO-NUEVO  PIC X(04).
       01  DEPARTAMENTO-VALIDO PIC X VALUE "N".
           88  DEPARTAMENTO-ES-VALIDO VALUE "S".
       01  CLAVE-OPERADOR      PIC X(08).
       01  ACCESO-PERMITIDO-SW PIC X VALUE "N".
           88  ACCESO-PERMITIDO       VALUE "S".
       01  PENDIENTE-EDITADO   PIC -ZZ9.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY OPERADOR.
       COPY JOBLOGR.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY EDADCAL.
       COPY FECHAPRM.
       COPY LOCKPRM.
       COPY JRNLPRM.
       COPY BAJAPRM.
       COPY DELEGPRM.
       COPY PLAZPRM.
       COPY LIQPRM.
       COPY ENTFICH.
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
           PERFORM ADQUIERE-CERROJO-MAESTRO.
           IF NOT LK-CONCEDIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.

       MENU-MANTENIMIENTO.
           PERFORM MUESTRA-AVISO-ENTRENAMIENTO.
           DISPLAY "Mantenimiento del maestro de empleados:".
           DISPLAY "  1. Consultar empleado".
           DISPLAY "  2. Modificar empleado".
           DISPLAY "  6. Consulta por apellidos".
           DISPLAY "  7. Traslado de departamento".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-MANTENIMIENTO.
           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   PERFORM CONSULTA-EMPLEADO
               MOVE "S" TO ACCESO-PERMITIDO-SW
               DISPLAY "Sesion activa de " OP-OPERADOR-ID
                       ", identificacion reutilizada."
               IF SE-EN-ENTRENAMIENTO
                   PERFORM ACTIVA-ENTRENAMIENTO
               END-IF
           END-IF.

      *El terminal tecleado se valida contra el registro de
           EVALUATE TRUE
               WHEN AC-AUTORIZADO
                   MOVE "S" TO ACCESO-PERMITIDO-SW
                   IF AC-EN-ENTRENAMIENTO
                       PERFORM ACTIVA-ENTRENAMIENTO
                   END-IF
               WHEN AC-CLAVE-ERRONEA
                   DISPLAY "Clave de acceso incorrecta."
               WHEN AC-BLOQUEADO
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
           MOVE "EMPMNT"       TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de EMPMNT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   MOVE "CONSULTA"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-MODIFICA
                   MOVE "MODIFICA"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ELIMINA
                   MOVE "ELIMINA"     TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-BAJA
                   MOVE "BAJA"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-APELLIDOS
                   MOVE "APELLIDOS"   TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-TRASLADO
                   MOVE "TRASLADO"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

       ADQUIERE-CERROJO-MAESTRO.
           MOVE "E"            TO LK-ACCION
           IF MODO-ENTRENAMIENTO
               MOVE "ENTEMPMAST" TO LK-RECURSO
           ELSE
               MOVE "EMPMAST"    TO LK-RECURSO
           END-IF
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-OCUPADO

       LIBERA-CERROJO-MAESTRO.
           MOVE "D"            TO LK-ACCION
           IF MODO-ENTRENAMIENTO
               MOVE "ENTEMPMAST" TO LK-RECURSO
           ELSE
               MOVE "EMPMAST"    TO LK-RECURSO
           END-IF
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM.

                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO FECHA-BAJA-NUEVA
                   END-IF
                   DISPLAY "Motivo de la baja (VO voluntaria, DE "
                           "despido, JU jubilacion, FC fin de "
                           "contrato, OT otro): "
                   ACCEPT MOTIVO-BAJA-NUEVO
                   IF FECHA-BAJA-NUEVA IS NUMERIC
                           AND MOTIVO-BAJA-VALIDO
                       MOVE "B" TO EM-ESTADO
                       MOVE FECHA-BAJA-NUM TO EM-FECHA-BAJA
                       MOVE MOTIVO-BAJA-NUEVO TO EM-MOTIVO-BAJA
                       REWRITE EMPLOYEE-MASTER-RECORD
                       IF EM-STATUS NOT = "00"
                           DISPLAY "No se pudo regrabar el empleado. "
                           DISPLAY "Empleado " EMPLEADO-PEDIDO
                                   " dado de baja con efecto "
                                   EM-FECHA-BAJA "."
                           IF MODO-ENTRENAMIENTO
                               DISPLAY "Entrenamiento: no se retiran "
                                       "cuentas ni se liquidan "
                                       "vacaciones."
                           ELSE
                               PERFORM RETIRA-ACCESO-EMPLEADO
                               PERFORM LIQUIDA-VACACIONES
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "Fecha o motivo de baja no valido, "
                               "no se aplica la baja."
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF.

      *Traslado de departamento: se solicita aqui y queda pendiente
      *de la aprobacion del jefe de destino (TRASAPRB), que es quien
      *deja el movimiento en el historial EMPMOV.DAT.
       TRASLADA-EMPLEADO.
           PERFORM PIDE-IDENTIFICADOR.
           IF NOT REGISTRO-EXISTE
                           DISPLAY "El empleado ya esta en ese "
                                   "departamento."
                       ELSE
                           PERFORM BUSCA-TRASLADO-PENDIENTE
                           IF HAY-TRASLADO-PENDIENTE
                               DISPLAY "El empleado ya tiene un "
                                       "traslado a "
                                       TQ-DEPARTAMENTO-NVO
                                       " pendiente de aprobacion."
                               MOVE 4 TO CODIGO-RETORNO
                           ELSE
                               PERFORM COMPRUEBA-PLAZA-TRASLADO
                               IF REGISTRO-EXISTE
                                   PERFORM SOLICITA-TRASLADO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CLOSE DEPARTMENTS
           END-IF.

      *PLAZACHK lee el maestro por su cuenta, asi que se cierra
      *mientras cuenta la ocupacion y se vuelve a leer el empleado
      *despues. Sin plaza libre el traslado solo sigue con la
      *autorizacion de un supervisor; si no, se deja sin efecto.
       COMPRUEBA-PLAZA-TRASLADO.
           CALL "FECHANEG" USING FECHANEG-PARM
           CLOSE EMPLOYEE-MASTER
           MOVE "C"                TO PP-ACCION
           MOVE ENTRENAMIENTO-SW   TO PP-ENTRENAMIENTO
           MOVE FN-FECHA-NEGOCIO   TO PP-FECHA
           MOVE DEPARTAMENTO-NUEVO TO PP-DEPARTAMENTO
           CALL "PLAZACHK" USING PLAZACHK-PARM
           MOVE "V"                TO PP-ACCION
           CALL "PLAZACHK" USING PLAZACHK-PARM
           PERFORM ABRE-EMPLOYEE-MASTER
           MOVE "N" TO EXISTE-REGISTRO
           MOVE EMPLEADO-PEDIDO TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "No se pudo releer el empleado "
                           EMPLEADO-PEDIDO "."
                   MOVE 8 TO CODIGO-RETORNO
               NOT INVALID KEY
                   MOVE "S" TO EXISTE-REGISTRO
                   MOVE EMPLOYEE-MASTER-RECORD TO IMAGEN-ANTES
           END-READ
           IF REGISTRO-EXISTE AND PP-COMPLETO
               DISPLAY "El departamento " DEPARTAMENTO-NUEVO
                       " tiene " PP-PLAZAS " plazas y " PP-OCUPADAS
                       " ocupadas, no hay vacante."
               PERFORM AUTORIZA-SOBRE-PLAZAS
               IF SOBREPASO-AUTORIZADO
                   PERFORM REGISTRA-EXCEPCION-PLAZAS
                   PERFORM ESTAMPA-DELEGACION
               ELSE
                   DISPLAY "Traslado cancelado."
                   MOVE "N" TO EXISTE-REGISTRO
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       AUTORIZA-SOBRE-PLAZAS.
           MOVE "N" TO SOBREPASO-SW
           MOVE "N" TO DP-RESULTADO
           MOVE SPACES TO APROBADOR-ID
           DISPLAY "Supervisor que autoriza el traslado sobre plazas "
                   "(en blanco, ninguno): "
           ACCEPT APROBADOR-ID
           IF APROBADOR-ID NOT = SPACES
               DISPLAY "Clave de acceso del supervisor: "
               ACCEPT CLAVE-APROBADOR
               IF APROBADOR-ID = OP-OPERADOR-ID
                   DISPLAY "El supervisor debe ser distinto del "
                           "operador de la sesion."
               ELSE
                   MOVE APROBADOR-ID    TO AC-OPERADOR-ID
                   MOVE CLAVE-APROBADOR TO AC-PASSWORD
                   MOVE OP-TERMINAL-ID  TO AC-TERMINAL-ID
                   CALL "AUTHCHK" USING AUTHCHK-PARM
                   IF NOT AC-AUTORIZADO
                       DISPLAY "El supervisor no esta autorizado en "
                               "AUTHOPS.DAT."
                   ELSE
                       IF AC-NIVEL-SUPERVISION
                           MOVE "S" TO SOBREPASO-SW
                       ELSE
                           MOVE "C"          TO DP-ACCION
                           MOVE APROBADOR-ID TO DP-OPERADOR-ID
                           CALL "DELEGCHK" USING DELEGCHK-PARM
                           IF DP-DELEGADO
                               DISPLAY "Autorizacion por delegacion "
                                       "de " DP-DELEGANTE "."
                               MOVE "S" TO SOBREPASO-SW
                           ELSE
                               DISPLAY "Hace falta nivel de "
                                       "supervisor o superior."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REGISTRA-EXCEPCION-PLAZAS.
           MOVE "EMPMNT"       TO EX-PROGRAMA
           MOVE "PLAZAS"       TO EX-CAMPO
           MOVE "M"            TO EX-SEVERIDAD
           MOVE SPACES         TO EX-VALOR
           STRING DEPARTAMENTO-NUEVO " " APROBADOR-ID
                  DELIMITED BY SIZE INTO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

       ESTAMPA-DELEGACION.
           IF DP-DELEGADO AND NOT MODO-ENTRENAMIENTO
               MOVE "R" TO DP-ACCION
               MOVE "EMPMNT" TO DP-PROGRAMA
               MOVE SPACES TO DP-DETALLE
               STRING "TRASLADO SOBRE PLAZAS " EMPLEADO-PEDIDO
                      DELIMITED BY SIZE INTO DP-DETALLE
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

      *El traslado no se aplica aqui: queda pendiente en
      *TRASPEND.DAT hasta que lo apruebe con TRASAPRB el jefe del
      *departamento de destino o el de su division, que es quien
      *regraba el maestro y deja el movimiento en EMPMOV.DAT.
       SOLICITA-TRASLADO.
           MOVE EM-EMPLOYEE-ID     TO TQ-EMPLOYEE-ID
           MOVE EM-DEPARTAMENTO    TO TQ-DEPARTAMENTO-ANT
           MOVE DEPARTAMENTO-NUEVO TO TQ-DEPARTAMENTO-NVO
           MOVE FN-FECHA-NEGOCIO   TO TQ-FECHA-SOLICITUD
           MOVE OP-OPERADOR-ID     TO TQ-OPERADOR-ID
           MOVE "E"                TO TQ-ORIGEN
           MOVE "P"                TO TQ-ESTADO
           MOVE "N"                TO TQ-ESCALADO
           MOVE FUNCTION CURRENT-DATE TO TQ-TIMESTAMP
           OPEN EXTEND TRASLADOS-PENDIENTES
           IF TRP-STATUS = "35"
               OPEN OUTPUT TRASLADOS-PENDIENTES
               CLOSE TRASLADOS-PENDIENTES
               OPEN EXTEND TRASLADOS-PENDIENTES
           END-IF
           WRITE TRASLADO-PENDIENTE-RECORD
           CLOSE TRASLADOS-PENDIENTES
           DISPLAY "Traslado de " EMPLEADO-PEDIDO " de "
                   TQ-DEPARTAMENTO-ANT " a " TQ-DEPARTAMENTO-NVO
                   " pendiente de aprobacion del jefe de destino.".

       BUSCA-TRASLADO-PENDIENTE.
           MOVE "N" TO PENDIENTE-SW
           OPEN INPUT TRASLADOS-PENDIENTES
           IF TRP-STATUS = "00"
               PERFORM UNTIL TRP-STATUS NOT = "00"
                   READ TRASLADOS-PENDIENTES
                       AT END
                           MOVE "10" TO TRP-STATUS
                       NOT AT END
                           IF TQ-PENDIENTE
                                   AND TQ-EMPLOYEE-ID = EM-EMPLOYEE-ID
                               MOVE "S" TO PENDIENTE-SW
                               MOVE "10" TO TRP-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRASLADOS-PENDIENTES
           END-IF.

      *Las cuentas de operador del empleado dejan de valer en el
      *mismo momento de la baja.
       RETIRA-ACCESO-EMPLEADO.
           MOVE EM-EMPLOYEE-ID TO BO-EMPLOYEE-ID
           MOVE OP-OPERADOR-ID TO BO-SOLICITANTE
           MOVE OP-TERMINAL-ID TO BO-TERMINAL
           CALL "BAJAOPER" USING BAJAOPER-PARM
           IF BO-ERROR-FICHERO
               DISPLAY "Aviso: no se pudo retirar el acceso de las "
                       "cuentas del empleado en AUTHOPS.DAT."
               MOVE 4 TO CODIGO-RETORNO
           END-IF
           IF BO-BLOQUEADAS > 0
               DISPLAY "Cuentas de operador bloqueadas: "
                       BO-BLOQUEADAS "  Sesiones cerradas: "
                       BO-SESIONES-CERRADAS
           END-IF.

      *La baja liquida el derecho de vacaciones del ano: se anulan
      *las ausencias posteriores y se muestran los dias pendientes.
       LIQUIDA-VACACIONES.
           MOVE EM-EMPLOYEE-ID TO LQ-EMPLOYEE-ID
           MOVE EM-FECHA-ALTA  TO LQ-FECHA-ALTA
           MOVE EM-FECHA-BAJA  TO LQ-FECHA-BAJA
           MOVE OP-OPERADOR-ID TO LQ-SOLICITANTE
           MOVE OP-TERMINAL-ID TO LQ-TERMINAL
           CALL "AUSLIQ" USING AUSLIQ-PARM
           IF LQ-ERROR-FICHERO
               DISPLAY "Aviso: no se pudo liquidar el saldo de "
                       "vacaciones en SALDOVAC.DAT."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE LQ-PENDIENTE TO PENDIENTE-EDITADO
               DISPLAY "Vacaciones liquidadas: devengado "
                       LQ-DEVENGADO "  arrastre " LQ-ARRASTRE
                       "  disfrutado " LQ-CONSUMIDO
                       "  pendiente " PENDIENTE-EDITADO " dias."
               IF LQ-ANULADAS > 0
                   DISPLAY "Ausencias anuladas por la baja: "
                           LQ-ANULADAS
               END-IF
           END-IF.

       GRABA-AUDITORIA-BAJA.
           MOVE "BAJA" TO EA-ACCION
           WRITE EMP-AUDIT-RECORD
           CLOSE EMP-AUDIT.

      *En modo de entrenamiento no hay diario.
       REGISTRA-DIARIO-EMPLEADO.
           IF NOT MODO-ENTRENAMIENTO
               MOVE "EMPMAST" TO JR-FICHERO
               MOVE EMPLOYEE-MASTER-RECORD TO JR-IMAGEN
               CALL "JRNLWR" USING JOURNAL-PARM
           END-IF.

       ABRE-EMP-AUDIT.
           OPEN EXTEND EMP-AUDIT
               OPEN EXTEND EMP-AUDIT
           END-IF.

      *Cuenta de formacion: cada fichero de negocio pasa a su copia
      *ENT (ENTFICH) y desde aqui nada llega al diario, a la cadena
      *de control ni a los ficheros reales.
       ACTIVA-ENTRENAMIENTO.
           MOVE "S" TO ENTRENAMIENTO-SW
           PERFORM VARYING NF-IX FROM 1 BY 1 UNTIL NF-IX > NF-TOTAL
               MOVE NF-NOMBRE (NF-IX) TO NF-AUXILIAR
               MOVE SPACES TO NF-NOMBRE (NF-IX)
               STRING "ENT" NF-AUXILIAR DELIMITED BY SPACE
                   INTO NF-NOMBRE (NF-IX)
           END-PERFORM
           DISPLAY NF-AVISO.

       MUESTRA-AVISO-ENTRENAMIENTO.
           IF MODO-ENTRENAMIENTO
               DISPLAY NF-AVISO
           END-IF.

       END PROGRAM EMPMNT.
