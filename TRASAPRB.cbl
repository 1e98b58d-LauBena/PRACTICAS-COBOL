      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Aprobacion de los traslados de departamento que EMPMNT
      *          y el lote de PERFORM-THRU dejan pendientes en
      *          TRASPEND.DAT. Solo puede aprobar el jefe del
      *          departamento de destino o el de su division, segun
      *          DP-JEFE de DEPTOS.DAT y el empleado vinculado a la
      *          cuenta del operador en AUTHOPS.DAT; si ninguno de los
      *          dos tiene jefe asignado aprueba un supervisor (o quien
      *          tenga su delegacion en DELEGA.DAT). El traslado
      *          aprobado regraba el maestro, queda en el diario y en
      *          EMPAUD.LOG y deja el movimiento en EMPMOV.DAT con el
      *          aprobador grabado; los despachados salen de la cola.
      *          La matriz de permisos de PERMCHK autoriza la entrada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASAPRB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRASLADOS-PENDIENTES ASSIGN TO "TRASPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRP-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT DEPARTMENTS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEP-STATUS.
           SELECT AUTH-OPERATORS ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OPERADOR
               FILE STATUS IS AUTH-STATUS.
           SELECT EMP-MOVIMIENTOS ASSIGN TO "EMPMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-STATUS.
           SELECT EMP-AUDIT ASSIGN TO "EMPAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRASLADOS-PENDIENTES.
       COPY TRASPEND.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  EMP-MOVIMIENTOS.
       COPY EMPMOV.
       FD  EMP-AUDIT.
       01  EMP-AUDIT-RECORD.
           05  EA-OPERADOR          PIC X(08).
           05  EA-TERMINAL          PIC X(08).
           05  EA-ACCION            PIC X(08).
           05  EA-EMPLOYEE-ID       PIC 9(06).
           05  EA-IMAGEN-ANTES      PIC X(100).
           05  EA-IMAGEN-DESPUES    PIC X(100).
           05  EA-TIMESTAMP         PIC X(21).
       WORKING-STORAGE SECTION.
       01  TRP-STATUS          PIC XX.
       01  EM-STATUS           PIC XX.
       01  DEP-STATUS          PIC XX.
       01  AUTH-STATUS         PIC XX.
       01  MOV-STATUS          PIC XX.
       01  AUD-STATUS          PIC XX.
       01  PEND-COUNT          PIC 9(03) VALUE 0.
       01  COLA-DESBORDADA-SW  PIC X VALUE "N".
           88  COLA-DESBORDADA        VALUE "S".
       01  PENDIENTES-TABLA.
           05  PEND-ENTRADA OCCURS 1 TO 200 TIMES
                   DEPENDING ON PEND-COUNT
                   INDEXED BY PEND-IX.
               10  PT-REGISTRO    PIC X(54).
               10  PT-DISPOSICION PIC X.
                   88  PT-APROBADA      VALUE "A".
                   88  PT-RECHAZADA     VALUE "R".
                   88  PT-ANULADA       VALUE "X".
                   88  PT-EN-COLA       VALUE "P".
       01  DECISION            PIC X.
           88  DECIDE-APRUEBA         VALUE "A" "a".
           88  DECIDE-RECHAZA         VALUE "R" "r".
           88  DECIDE-SALTA           VALUE "S" "s".
       01  APROBADAS           PIC 9(03) VALUE 0.
       01  RECHAZADAS          PIC 9(03) VALUE 0.
       01  ANULADAS            PIC 9(03) VALUE 0.
       01  SALTADAS            PIC 9(03) VALUE 0.
       01  EMPLEADO-OPERADOR   PIC 9(06) VALUE 0.
       01  JEFE-DESTINO        PIC 9(06) VALUE 0.
       01  JEFE-DIVISION       PIC 9(06) VALUE 0.
       01  DIVISION-DESTINO    PIC X(04).
       01  FACULTAD-SW         PIC X VALUE "N".
           88  PUEDE-APROBAR          VALUE "S".
       01  POR-SUPERVISOR-SW   PIC X VALUE "N".
           88  APRUEBA-SUPERVISOR     VALUE "S".
       01  IMAGEN-ANTES        PIC X(100).
       01  CLAVE-OPERADOR      PIC X(08).
       01  ACCESO-PERMITIDO-SW PIC X VALUE "N".
           88  ACCESO-PERMITIDO       VALUE "S".
       01  NIVEL-ACTUAL        PIC X.
           88  NIVEL-SUPERVISION      VALUE "S" "A".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY OPERADOR.
       COPY JOBLOGR.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY DELEGPRM.
       COPY LOCKPRM.
       COPY JRNLPRM.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           PERFORM CAPTURA-OPERADOR.
           IF NOT ACCESO-PERMITIDO
               DISPLAY "Acceso denegado, no se inicia la sesion."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           MOVE "*" TO PK-FUNCION
           PERFORM VERIFICA-PERMISO
           IF NOT PK-PERMITIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CONSULTA-DELEGACION.
           PERFORM BUSCA-EMPLEADO-OPERADOR.
           IF EMPLEADO-OPERADOR = 0 AND NOT NIVEL-SUPERVISION
               DISPLAY "Tu cuenta no esta vinculada a ningun "
                       "empleado en AUTHOPS.DAT y no eres "
                       "supervisor: no puedes aprobar traslados."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
      *EMPMNT y el lote anaden a la cola con el cerrojo del maestro
      *tomado, asi que se carga y se regraba sin soltarlo.
           PERFORM ADQUIERE-CERROJO-MAESTRO.
           IF NOT LK-CONCEDIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CARGA-PENDIENTES.
           IF COLA-DESBORDADA
               DISPLAY "TRASPEND.DAT tiene mas de 200 pendientes y "
                       "no cabe en memoria: despacha por tandas y "
                       "vuelve a entrar; no se toca la cola."
               PERFORM LIBERA-CERROJO-MAESTRO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           IF PEND-COUNT = 0
               DISPLAY "No hay traslados pendientes de aprobacion "
                       "en TRASPEND.DAT."
               PERFORM LIBERA-CERROJO-MAESTRO
               GO TO FINALIZAR-PROGRAMA.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM DESPACHA-PENDIENTES.
           PERFORM REGRABA-COLA.
           PERFORM LIBERA-CERROJO-MAESTRO.
           DISPLAY "Despacho finalizado. Aprobados: " APROBADAS
                   " Rechazados: " RECHAZADAS
                   " Anulados: " ANULADAS
                   " En cola: " SALTADAS.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "TRASAPRB"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "TRASAPRB"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       CAPTURA-OPERADOR.
           PERFORM CONSULTA-SESION-ACTIVA.
           IF NOT ACCESO-PERMITIDO
               DISPLAY "Introduce tu identificador de operador: "
               ACCEPT OP-OPERADOR-ID
               DISPLAY "Introduce el identificador de terminal: "
               ACCEPT OP-TERMINAL-ID
               PERFORM VALIDA-TERMINAL
               IF NOT TC-TERMINAL-VALIDO
                   DISPLAY "Terminal no registrado en "
                           "TERMREG.DAT, acceso denegado."
               ELSE
                   DISPLAY "Introduce tu clave de acceso: "
                   ACCEPT CLAVE-OPERADOR
                   MOVE FUNCTION CURRENT-DATE TO OP-TIMESTAMP
                   PERFORM VERIFICA-AUTORIZACION
               END-IF
           END-IF.

      *Si hay una sesion abierta por SIGNON se reutiliza su
      *identidad sin volver a pedirla ni validarla.
       CONSULTA-SESION-ACTIVA.
           MOVE "C" TO SE-ACCION
           CALL "OPERSES" USING OPERSES-PARM
           IF SE-SESION-ACTIVA
               MOVE SE-OPERADOR-ID TO OP-OPERADOR-ID
               MOVE SE-TERMINAL-ID TO OP-TERMINAL-ID
               MOVE SE-NIVEL       TO NIVEL-ACTUAL
               MOVE FUNCTION CURRENT-DATE TO OP-TIMESTAMP
               MOVE "S" TO ACCESO-PERMITIDO-SW
               DISPLAY "Sesion activa de " OP-OPERADOR-ID
                       ", identificacion reutilizada."
           END-IF.

      *El terminal tecleado se valida contra el registro de
      *terminales; TERMCHK deja la excepcion cuando es desconocido.
       VALIDA-TERMINAL.
           MOVE "TRASAPRB" TO TC-PROGRAMA
           MOVE OP-TERMINAL-ID TO TC-TERMINAL-ID
           CALL "TERMCHK" USING TERMCHK-PARM.

       VERIFICA-AUTORIZACION.
           MOVE "N" TO ACCESO-PERMITIDO-SW
           MOVE OP-OPERADOR-ID TO AC-OPERADOR-ID
           MOVE CLAVE-OPERADOR TO AC-PASSWORD
           MOVE OP-TERMINAL-ID TO AC-TERMINAL-ID
           CALL "AUTHCHK" USING AUTHCHK-PARM
           EVALUATE TRUE
               WHEN AC-AUTORIZADO
                   MOVE "S" TO ACCESO-PERMITIDO-SW
                   MOVE AC-NIVEL TO NIVEL-ACTUAL
               WHEN AC-CLAVE-ERRONEA
                   DISPLAY "Clave de acceso incorrecta."
               WHEN AC-BLOQUEADO
                   DISPLAY "La cuenta del operador esta bloqueada "
                           "tras varios intentos fallidos."
               WHEN AC-FUERA-HORARIO
                   DISPLAY "Acceso fuera de la ventana horaria "
                           "del turno del operador."
               WHEN AC-DESCONOCIDO
                   DISPLAY "Operador no encontrado en el fichero "
                           "de autorizaciones."
               WHEN AC-ERROR-FICHERO
                   DISPLAY "Aviso: no se pudo abrir el fichero de "
                           "operadores autorizados."
               WHEN OTHER
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
           MOVE "TRASAPRB"     TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de TRASAPRB."
           END-IF.

      *El jefe de un departamento es un empleado; el operador lo es
      *a traves de la vinculacion de su cuenta en AUTHOPS.DAT.
       BUSCA-EMPLEADO-OPERADOR.
           MOVE 0 TO EMPLEADO-OPERADOR
           OPEN INPUT AUTH-OPERATORS
           IF AUTH-STATUS = "00"
               MOVE OP-OPERADOR-ID TO AO-OPERADOR
               READ AUTH-OPERATORS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AO-EMPLOYEE-ID IS NUMERIC
                           MOVE AO-EMPLOYEE-ID TO EMPLEADO-OPERADOR
                       END-IF
               END-READ
               CLOSE AUTH-OPERATORS
           END-IF.

       ADQUIERE-CERROJO-MAESTRO.
           MOVE "E"            TO LK-ACCION
           MOVE "EMPMAST"      TO LK-RECURSO
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-OCUPADO
               DISPLAY "Recurso EMPMAST ocupado por operador "
                       LK-OPERADOR-DUENO " desde " LK-HORA-DUENO
                       ", intentalo mas tarde."
           END-IF.

       LIBERA-CERROJO-MAESTRO.
           MOVE "D"            TO LK-ACCION
           MOVE "EMPMAST"      TO LK-RECURSO
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM.

       CARGA-PENDIENTES.
           MOVE 0 TO PEND-COUNT
           OPEN INPUT TRASLADOS-PENDIENTES
           IF TRP-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL TRP-STATUS NOT = "00"
                   READ TRASLADOS-PENDIENTES
                       AT END
                           MOVE "10" TO TRP-STATUS
                       NOT AT END
                           IF TQ-PENDIENTE
                               IF PEND-COUNT < 200
                                   ADD 1 TO PEND-COUNT
                                   MOVE TRASLADO-PENDIENTE-RECORD
                                       TO PT-REGISTRO (PEND-COUNT)
                                   MOVE "P" TO
                                       PT-DISPOSICION (PEND-COUNT)
                               ELSE
                                   MOVE "S" TO COLA-DESBORDADA-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRASLADOS-PENDIENTES
           END-IF.

      *Solo se presentan los traslados que el operador puede
      *aprobar; el resto sigue en la cola para su jefe.
       DESPACHA-PENDIENTES.
           PERFORM VARYING PEND-IX FROM 1 BY 1
                   UNTIL PEND-IX > PEND-COUNT
               MOVE PT-REGISTRO (PEND-IX) TO TRASLADO-PENDIENTE-RECORD
               PERFORM DETERMINA-FACULTAD
               IF PUEDE-APROBAR
                   PERFORM TRATA-PENDIENTE
               END-IF
           END-PERFORM.

      *Aprueba el jefe del departamento de destino o el de la
      *division de la que cuelga. Si ninguno de los dos tiene jefe
      *asignado el traslado no puede quedar huerfano y lo aprueba un
      *supervisor. Nadie aprueba su propio traslado ni el que el
      *mismo solicito.
       DETERMINA-FACULTAD.
           MOVE "N" TO FACULTAD-SW
           MOVE "N" TO POR-SUPERVISOR-SW
           MOVE 0 TO JEFE-DESTINO
           MOVE 0 TO JEFE-DIVISION
           MOVE SPACES TO DIVISION-DESTINO
           OPEN INPUT DEPARTMENTS
           IF DEP-STATUS = "00"
               MOVE TQ-DEPARTAMENTO-NVO TO DP-CODIGO
               READ DEPARTMENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DP-JEFE     TO JEFE-DESTINO
                       MOVE DP-DIVISION TO DIVISION-DESTINO
               END-READ
               IF DIVISION-DESTINO NOT = SPACES
                   MOVE DIVISION-DESTINO TO DP-CODIGO
                   READ DEPARTMENTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DP-JEFE TO JEFE-DIVISION
                   END-READ
               END-IF
               CLOSE DEPARTMENTS
           END-IF
           IF EMPLEADO-OPERADOR NOT = 0
               IF EMPLEADO-OPERADOR = JEFE-DESTINO
                       OR EMPLEADO-OPERADOR = JEFE-DIVISION
                   MOVE "S" TO FACULTAD-SW
               END-IF
           END-IF
           IF JEFE-DESTINO = 0 AND JEFE-DIVISION = 0
                   AND NIVEL-SUPERVISION
               MOVE "S" TO FACULTAD-SW
               MOVE "S" TO POR-SUPERVISOR-SW
           END-IF
           IF TQ-OPERADOR-ID = OP-OPERADOR-ID
                   OR TQ-EMPLOYEE-ID = EMPLEADO-OPERADOR
               MOVE "N" TO FACULTAD-SW
           END-IF.

       TRATA-PENDIENTE.
           DISPLAY "Pendiente: empleado " TQ-EMPLOYEE-ID " de "
                   TQ-DEPARTAMENTO-ANT " a " TQ-DEPARTAMENTO-NVO
                   " solicitado por " TQ-OPERADOR-ID
                   " el " TQ-FECHA-SOLICITUD "."
           IF APRUEBA-SUPERVISOR
               DISPLAY "Ni el departamento de destino ni su division "
                       "tienen jefe: apruebas como supervisor."
           END-IF
           DISPLAY "Decision: A aprueba, R rechaza, S deja en cola: "
           ACCEPT DECISION
           EVALUATE TRUE
               WHEN DECIDE-APRUEBA
                   PERFORM APRUEBA-TRASLADO
               WHEN DECIDE-RECHAZA
                   MOVE "R" TO PT-DISPOSICION (PEND-IX)
                   ADD 1 TO RECHAZADAS
                   DISPLAY "Traslado rechazado; el empleado sigue en "
                           TQ-DEPARTAMENTO-ANT "."
                   MOVE SPACES TO DP-DETALLE
                   STRING "RECHAZA TRASLADO " TQ-EMPLOYEE-ID " A "
                          TQ-DEPARTAMENTO-NVO
                       DELIMITED BY SIZE INTO DP-DETALLE
                   PERFORM ESTAMPA-DELEGACION
               WHEN OTHER
                   ADD 1 TO SALTADAS
                   DISPLAY "El traslado queda en cola."
           END-EVALUATE.

      *Entre la solicitud y la aprobacion el empleado ha podido
      *causar baja o cambiar de departamento por otra via: entonces
      *el traslado ya no tiene sentido y se anula sin tocar el
      *maestro.
       APRUEBA-TRASLADO.
           OPEN I-O EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPMAST.DAT. Estado: "
                       EM-STATUS ", el traslado queda en cola."
               ADD 1 TO SALTADAS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               MOVE TQ-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "10" TO EM-STATUS
               END-READ
               IF EM-STATUS NOT = "00"
                       OR NOT EM-ACTIVO
                       OR EM-DEPARTAMENTO NOT = TQ-DEPARTAMENTO-ANT
                   MOVE "X" TO PT-DISPOSICION (PEND-IX)
                   ADD 1 TO ANULADAS
                   DISPLAY "El empleado ya no esta activo en "
                           TQ-DEPARTAMENTO-ANT
                           ": el traslado se anula."
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               ELSE
                   PERFORM APLICA-TRASLADO
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF.

       APLICA-TRASLADO.
           MOVE EMPLOYEE-MASTER-RECORD TO IMAGEN-ANTES
           MOVE TQ-DEPARTAMENTO-NVO    TO EM-DEPARTAMENTO
           REWRITE EMPLOYEE-MASTER-RECORD
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo regrabar el empleado. Estado: "
                       EM-STATUS ", el traslado queda en cola."
               ADD 1 TO SALTADAS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               MOVE "A" TO PT-DISPOSICION (PEND-IX)
               ADD 1 TO APROBADAS
               MOVE "REWRITE" TO JR-OPERACION
               PERFORM REGISTRA-DIARIO-EMPLEADO
               PERFORM GRABA-MOVIMIENTO
               PERFORM GRABA-AUDITORIA-TRASLADO
               DISPLAY "Empleado " TQ-EMPLOYEE-ID " trasladado de "
                       TQ-DEPARTAMENTO-ANT " a " TQ-DEPARTAMENTO-NVO
                       " con efecto " FN-FECHA-NEGOCIO "."
               MOVE SPACES TO DP-DETALLE
               STRING "APRUEBA TRASLADO " TQ-EMPLOYEE-ID " A "
                      TQ-DEPARTAMENTO-NVO
                   DELIMITED BY SIZE INTO DP-DETALLE
               PERFORM ESTAMPA-DELEGACION
           END-IF.

       REGISTRA-DIARIO-EMPLEADO.
           MOVE "EMPMAST" TO JR-FICHERO
           MOVE EMPLOYEE-MASTER-RECORD TO JR-IMAGEN
           CALL "JRNLWR" USING JOURNAL-PARM.

      *El movimiento conserva al operador que solicito el traslado y
      *lleva en MV-APROBADOR-ID a quien lo aprobo.
       GRABA-MOVIMIENTO.
           MOVE TQ-EMPLOYEE-ID      TO MV-EMPLOYEE-ID
           MOVE TQ-DEPARTAMENTO-ANT TO MV-DEPARTAMENTO-ANT
           MOVE TQ-DEPARTAMENTO-NVO TO MV-DEPARTAMENTO-NVO
           MOVE FN-FECHA-NEGOCIO    TO MV-FECHA-EFECTIVA
           MOVE TQ-OPERADOR-ID      TO MV-OPERADOR-ID
           MOVE FUNCTION CURRENT-DATE TO MV-TIMESTAMP
           MOVE OP-OPERADOR-ID      TO MV-APROBADOR-ID
           OPEN EXTEND EMP-MOVIMIENTOS
           IF MOV-STATUS = "35"
               OPEN OUTPUT EMP-MOVIMIENTOS
               CLOSE EMP-MOVIMIENTOS
               OPEN EXTEND EMP-MOVIMIENTOS
           END-IF
           WRITE MOVIMIENTO-RECORD
           CLOSE EMP-MOVIMIENTOS.

       GRABA-AUDITORIA-TRASLADO.
           MOVE OP-OPERADOR-ID  TO EA-OPERADOR
           MOVE OP-TERMINAL-ID  TO EA-TERMINAL
           MOVE "TRASLADO"      TO EA-ACCION
           MOVE TQ-EMPLOYEE-ID  TO EA-EMPLOYEE-ID
           MOVE IMAGEN-ANTES    TO EA-IMAGEN-ANTES
           MOVE EMPLOYEE-MASTER-RECORD TO EA-IMAGEN-DESPUES
           MOVE FUNCTION CURRENT-DATE TO EA-TIMESTAMP
           OPEN EXTEND EMP-AUDIT
           IF AUD-STATUS = "35"
               OPEN OUTPUT EMP-AUDIT
               CLOSE EMP-AUDIT
               OPEN EXTEND EMP-AUDIT
           END-IF
           WRITE EMP-AUDIT-RECORD
           CLOSE EMP-AUDIT.

      *La cola se regraba solo con los traslados no despachados,
      *para que el pendiente real quede a la vista y PLAZACHK deje
      *de reservar la plaza de los ya resueltos.
       REGRABA-COLA.
           OPEN OUTPUT TRASLADOS-PENDIENTES
           PERFORM VARYING PEND-IX FROM 1 BY 1
                   UNTIL PEND-IX > PEND-COUNT
               IF PT-EN-COLA (PEND-IX)
                   MOVE PT-REGISTRO (PEND-IX)
                       TO TRASLADO-PENDIENTE-RECORD
                   WRITE TRASLADO-PENDIENTE-RECORD
               END-IF
           END-PERFORM
           CLOSE TRASLADOS-PENDIENTES.

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

      *Solo se estampa lo que se aprobo como supervisor; el jefe
      *aprueba por derecho propio.
       ESTAMPA-DELEGACION.
           IF DP-DELEGADO AND APRUEBA-SUPERVISOR
               MOVE "R" TO DP-ACCION
               MOVE "TRASAPRB" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

       END PROGRAM TRASAPRB.
