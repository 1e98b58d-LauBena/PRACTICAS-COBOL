      ******************************************************************
      * Author: Benavidez Laura.
      * Date: 18/01/2023
      * Purpose: La matriz de permisos de PERMCHK autoriza la entrada y
      *          cada modo de trabajo. Las altas y traslados a un
      *          departamento sin plazas libres se rechazan en lote con
      *          el motivo 10; en el alta interactiva solo pasan con la
      *          autorizacion de un supervisor. Los traslados del lote
      *          quedan en TRASPEND.DAT hasta que los apruebe el jefe
      *          del departamento de destino con TRASAPRB; si el
      *          empleado ya tiene uno pendiente se rechazan con el
      *          motivo 11. Un alta que coincide por nombre o apellidos
      *          y fecha de nacimiento con un antiguo empleado dado de
      *          baja se ofrece como reingreso con REINGRES, que
      *          reactiva el identificador original. La baja del
      *          lote liquida las vacaciones del empleado con AUSLIQ.
      *          Los identificadores de empleado y los numeros de lote
      *          los emite el servicio de numeracion SECASIG. Una
      *          cuenta de formacion trabaja en modo de entrenamiento
      *          contra las copias ENT de los ficheros de negocio, sin
      *          diario, sin reingresos, sin tocar cuentas de operador,
      *          vacaciones ni bandas de edad reales y con numeros de
      *          empleado y de lote de los contadores ENTEMPCTR.DAT y
      *          ENTLOTECTR.DAT en lugar de SECASIG.
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
           SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC NF-EXCEPTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
           SELECT AGE-BANDS ASSIGN TO "AGEBANDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AB-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO DYNAMIC NF-RECIBO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCP-STATUS.
           SELECT EMP-INTAKE ASSIGN TO DYNAMIC NF-EMPINTAK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INT-STATUS.
           SELECT EMP-REJECTS ASSIGN TO DYNAMIC NF-EMPRECHZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
           SELECT DEPARTMENTS ASSIGN TO "DEPTOS.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEP-STATUS.
           SELECT EMP-STAGING ASSIGN TO DYNAMIC NF-EMPSTAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-STATUS.
           SELECT ALTAS-RESTART ASSIGN TO DYNAMIC NF-ALTASRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARS-STATUS.
           SELECT TRASLADOS-PENDIENTES ASSIGN TO DYNAMIC NF-TRASPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRP-STATUS.
           SELECT EMP-COUNTER ASSIGN TO DYNAMIC NF-EMPCTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ECT-STATUS.
           SELECT LOTE-COUNTER ASSIGN TO DYNAMIC NF-LOTECTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       FD  AGE-BANDS.
       COPY DEPTOS.
       FD  EMP-STAGING.
       COPY EMPSTAGE.
       FD  ALTAS-RESTART.
       01  ALTAS-RESTART-RECORD.
           05  RSA-REGISTRO         PIC 9(06).
           05  RSA-ESTADO           PIC X.
           05  RSA-LOTE             PIC 9(06).
       FD  TRASLADOS-PENDIENTES.
       COPY TRASPEND.
       FD  EMP-COUNTER.
       01  EMP-COUNTER-RECORD       PIC 9(06).
       FD  LOTE-COUNTER.
       01  LOTE-COUNTER-RECORD      PIC 9(06).
       WORKING-STORAGE SECTION.
       01  STG-STATUS          PIC XX.
       01  ECT-STATUS          PIC XX.
       01  LCT-STATUS          PIC XX.
       01  ARS-STATUS          PIC XX.
       01  TRP-STATUS          PIC XX.
       01  PENDIENTE-SW        PIC X VALUE "N".
           88  HAY-TRASLADO-PENDIENTE VALUE "S".
       01  LOTE-TRASLADOS      PIC 9(05) VALUE 0.
       01  LOTE-REINGRESOS     PIC 9(05) VALUE 0.
       01  REINGRESO-SW        PIC X VALUE "N".
           88  ES-REINGRESO           VALUE "S".
       01  REINGRESO-ID        PIC 9(06) VALUE 0.
       01  EXISTE-EMPLEADO     PIC X VALUE "N".
           88  EMPLEADO-EXISTE        VALUE "S".
       01  CAMBIO-APLICADO-SW  PIC X VALUE "N".
           88  CAMBIO-APLICADO        VALUE "S".
       01  LOTE-APLICADOS      PIC 9(05) VALUE 0.
       01  LOTE-NUMERO         PIC 9(06) VALUE 0.
       01  REGISTRO-INICIO     PIC 9(06) VALUE 0.
           88  FICHERO-DEPTOS-EXISTE  VALUE "S".
       01  EMPLOYEE-ID         PIC 9(06).
       01  EM-STATUS           PIC XX.
       01  EX-STATUS           PIC XX.
       01  FECHA-PROCESO       PIC 9(08).
       01  EDAD-BANDA          PIC 9(03).
           88  RECHAZO-NO-ACTIVO      VALUE "07".
           88  RECHAZO-FECHA-BAJA     VALUE "08".
           88  RECHAZO-TIPO           VALUE "09".
           88  RECHAZO-SIN-PLAZA      VALUE "10".
           88  RECHAZO-YA-PENDIENTE   VALUE "11".
       01  APROBADOR-ID        PIC X(08).
       01  CLAVE-APROBADOR     PIC X(08).
       01  SOBREPASO-SW        PIC X VALUE "N".
           88  SOBREPASO-AUTORIZADO   VALUE "S".
       COPY OPERADOR.
       COPY JOBLOGR.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY EDADCAL.
       COPY FECHAPRM.
       COPY LOCKPRM.
       COPY SECPRM.
       COPY JRNLPRM.
       COPY BAJAPRM.
       COPY DELEGPRM.
       COPY PLAZPRM.
       COPY REINGPRM.
       COPY LIQPRM.
       COPY ENTFICH.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "Acceso denegado, no se inicia la sesion."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FIN-PROCESO.
           MOVE "*" TO PK-FUNCION
           PERFORM VERIFICA-PERMISO
           IF NOT PK-PERMITIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FIN-PROCESO.
           PERFORM ADQUIERE-CERROJO-MAESTRO.
           IF NOT LK-CONCEDIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FIN-PROCESO.
           PERFORM SELECCIONA-MODO.
           IF MODO-LOTE
               MOVE "LOTE" TO PK-FUNCION
           ELSE
               MOVE "ALTA" TO PK-FUNCION
           END-IF.
           PERFORM VERIFICA-PERMISO.
           IF NOT PK-PERMITIDO
               PERFORM LIBERA-CERROJO-MAESTRO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FIN-PROCESO.
           IF MODO-LOTE
               PERFORM PROCESA-LOTE-ALTAS
               PERFORM ACTUALIZA-BANDAS-EDAD
           PERFORM SOLICITA-DEPARTAMENTO.
           DISPLAY "Nombre: " NOMBRE "Apellidos: " APELLIDOS
                    "Edad: " EDAD.
           PERFORM DETECTA-REINGRESO.
           IF ES-REINGRESO
               PERFORM APLICA-REINGRESO
           END-IF.
           IF NOT ES-REINGRESO
               PERFORM DETECTA-DUPLICADO
               PERFORM GENERA-ID-EMPLEADO
               IF EMPLOYEE-ID > 0
                   PERFORM GRABA-EMPLEADO
               END-IF
           END-IF.
           IF EMPLOYEE-ID > 0
               PERFORM IMPRIME-RECIBO
               DISPLAY "Identificador de empleado asignado: "
                        EMPLOYEE-ID
           END-IF.
           IF EDAD-RECHAZADA > 0
               DISPLAY "Entradas de edad rechazadas en esta sesion: "
                       EDAD-RECHAZADA

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

       SELECCIONA-MODO.
           PERFORM MUESTRA-AVISO-ENTRENAMIENTO.
           DISPLAY "Modo de ejecucion:".
           DISPLAY "  1. Interactivo".
           DISPLAY "  2. Lote de altas (fichero EMPINTAK.DAT)".
           MOVE 0 TO LOTE-CARGADOS
           MOVE 0 TO LOTE-RECHAZADOS
           PERFORM COMPRUEBA-FICHERO-DEPTOS
           MOVE "C"              TO PP-ACCION
           MOVE ENTRENAMIENTO-SW TO PP-ENTRENAMIENTO
           MOVE FN-FECHA-NEGOCIO TO PP-FECHA
           CALL "PLAZACHK" USING PLAZACHK-PARM
           OPEN INPUT EMP-INTAKE
           IF INT-STATUS NOT = "00"
               DISPLAY "No se encontro el fichero de altas "
                       " finalizado. Leidos: "
                       LOTE-LEIDOS " En escena: " LOTE-CARGADOS
                       " Aplicados: " LOTE-APLICADOS
                       " Traslados a aprobacion: " LOTE-TRASLADOS
                       " Reingresos: " LOTE-REINGRESOS
                       " Rechazados: " LOTE-RECHAZADOS
               IF ES-REANUDACION
                   DISPLAY "Ejecucion reanudada: los " REGISTRO-INICIO
               END-IF
           END-IF.

      *Sin numero de lote no se procesa el fichero de altas: se da
      *por terminado sin leer y queda entero para otra ejecucion.
      *En entrenamiento el numero sale del contador ENTLOTECTR.DAT.
       GENERA-NUMERO-LOTE.
           IF MODO-ENTRENAMIENTO
               PERFORM ASIGNA-LOTE-ENTRENAMIENTO
           ELSE
               MOVE "A"            TO SC-ACCION
               MOVE "LOTE"         TO SC-SECUENCIA
               MOVE "PERFORM-THRU" TO SC-PROGRAMA
               MOVE OP-OPERADOR-ID TO SC-OPERADOR-ID
               CALL "SECASIG" USING SECASIG-PARM
               IF SC-CORRECTO
                   MOVE SC-NUMERO TO LOTE-NUMERO
               ELSE
                   DISPLAY "No se pudo obtener numero de lote de "
                           "SECASIG (" SC-RESULTADO "); el fichero de "
                           "altas no se procesa."
                   MOVE 0 TO LOTE-NUMERO
                   MOVE "10" TO INT-STATUS
                   MOVE 8 TO CODIGO-RETORNO
               END-IF
           END-IF.

       ASIGNA-LOTE-ENTRENAMIENTO.
           OPEN I-O LOTE-COUNTER
           IF LCT-STATUS = "35"
               OPEN OUTPUT LOTE-COUNTER
               MOVE 1 TO LOTE-COUNTER-RECORD
               WRITE LOTE-COUNTER-RECORD
               CLOSE LOTE-COUNTER
               OPEN I-O LOTE-COUNTER
               READ LOTE-COUNTER
           ELSE
               READ LOTE-COUNTER
                   AT END
                       MOVE 1 TO LOTE-COUNTER-RECORD
               END-READ
           END-IF
           MOVE LOTE-COUNTER-RECORD TO LOTE-NUMERO
           ADD 1 TO LOTE-COUNTER-RECORD
           REWRITE LOTE-COUNTER-RECORD
           CLOSE LOTE-COUNTER.

       ABRE-EMP-STAGING.
           MOVE OP-OPERADOR-ID   TO SG-OPERADOR-ID
           MOVE OP-TERMINAL-ID   TO SG-TERMINAL-ID
           MOVE "P"              TO SG-ESTADO
           MOVE REINGRESO-ID     TO SG-REINGRESO-ID
           WRITE STAGE-RECORD.

      *Despacho por tipo de movimiento: las altas siguen el camino
      *historico hacia la escena; bajas y modificaciones se validan
      *y se aplican directamente al maestro pasando por el diario,
      *como hacen las mismas funciones de EMPMNT, y los traslados
      *quedan pendientes de aprobacion en TRASPEND.DAT.
       PROCESA-MOVIMIENTO-LOTE.
           MOVE SPACES TO MOTIVO-RECHAZO
           EVALUATE TRUE
           END-IF.

       APLICA-CAMBIO-EMPLEADO.
           MOVE "N" TO CAMBIO-APLICADO-SW
           REWRITE EMPLOYEE-MASTER-RECORD
           IF EM-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo regrabar el empleado "
                       IN-EMPLOYEE-ID ". Estado: " EM-STATUS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               IF NOT MODO-ENTRENAMIENTO
                   MOVE "REWRITE" TO JR-OPERACION
                   MOVE "EMPMAST" TO JR-FICHERO
                   MOVE EMPLOYEE-MASTER-RECORD TO JR-IMAGEN
                   CALL "JRNLWR" USING JOURNAL-PARM
               END-IF
               ADD 1 TO LOTE-APLICADOS
               MOVE "S" TO CAMBIO-APLICADO-SW
           END-IF
           CLOSE EMPLOYEE-MASTER.

               MOVE "B" TO EM-ESTADO
               MOVE IN-FECHA-EFECTIVA TO EM-FECHA-BAJA
               PERFORM APLICA-CAMBIO-EMPLEADO
               IF CAMBIO-APLICADO AND NOT MODO-ENTRENAMIENTO
                   PERFORM RETIRA-ACCESO-LOTE
                   PERFORM LIQUIDA-VACACIONES-LOTE
               END-IF
               IF CAMBIO-APLICADO
                   MOVE "L"             TO PP-ACCION
                   MOVE EM-DEPARTAMENTO TO PP-DEPARTAMENTO
                   CALL "PLAZACHK" USING PLAZACHK-PARM
               END-IF
           ELSE
               IF EMPLEADO-EXISTE
                   CLOSE EMPLOYEE-MASTER
               PERFORM GRABA-RECHAZO
           END-IF.

      *La baja del lote retira tambien el acceso de las cuentas de
      *operador vinculadas, igual que la baja de EMPMNT.
       RETIRA-ACCESO-LOTE.
           MOVE IN-EMPLOYEE-ID TO BO-EMPLOYEE-ID
           MOVE OP-OPERADOR-ID TO BO-SOLICITANTE
           MOVE OP-TERMINAL-ID TO BO-TERMINAL
           CALL "BAJAOPER" USING BAJAOPER-PARM
           IF BO-ERROR-FICHERO
               DISPLAY "Aviso: no se pudo retirar el acceso de las "
                       "cuentas del empleado " IN-EMPLOYEE-ID "."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

      *Como la baja de EMPMNT, la del lote liquida el saldo de
      *vacaciones y anula las ausencias posteriores a la baja.
       LIQUIDA-VACACIONES-LOTE.
           MOVE IN-EMPLOYEE-ID    TO LQ-EMPLOYEE-ID
           MOVE EM-FECHA-ALTA     TO LQ-FECHA-ALTA
           MOVE IN-FECHA-EFECTIVA TO LQ-FECHA-BAJA
           MOVE OP-OPERADOR-ID    TO LQ-SOLICITANTE
           MOVE OP-TERMINAL-ID    TO LQ-TERMINAL
           CALL "AUSLIQ" USING AUSLIQ-PARM
           IF LQ-ERROR-FICHERO
               DISPLAY "Aviso: no se pudo liquidar el saldo de "
                       "vacaciones del empleado " IN-EMPLOYEE-ID "."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               DISPLAY "Vacaciones de " IN-EMPLOYEE-ID
                       " liquidadas en LIQUIDA.LOG, pendiente: "
                       LQ-PENDIENTE
           END-IF.

      *Modificacion: el empleado tiene que existir y estar activo,
      *los campos en blanco mantienen el valor y la fecha de
      *nacimiento pasa la misma validacion que el alta.
           END-IF
           END-IF.

      *Traslado: mismo control que el interactivo de EMPMNT; el
      *movimiento lo anota en EMPMOV.DAT TRASAPRB al aprobarlo.
       PROCESA-TRASLADO-LOTE.
           PERFORM LEE-EMPLEADO-LOTE
           EVALUATE TRUE
                   PERFORM VALIDA-DEPARTAMENTO-LOTE
                   IF NOT DEPARTAMENTO-ES-VALIDO
                       MOVE "05" TO MOTIVO-RECHAZO
                   ELSE
                       IF IN-DEPARTAMENTO NOT = EM-DEPARTAMENTO
                           PERFORM BUSCA-TRASLADO-PENDIENTE
                           IF HAY-TRASLADO-PENDIENTE
                               MOVE "11" TO MOTIVO-RECHAZO
                           ELSE
                               PERFORM COMPRUEBA-PLAZA-LOTE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF ALTA-ACEPTADA
               CLOSE EMPLOYEE-MASTER
               IF IN-DEPARTAMENTO NOT = EM-DEPARTAMENTO
                   PERFORM ENCOLA-TRASLADO-LOTE
                   MOVE "O"             TO PP-ACCION
                   MOVE IN-DEPARTAMENTO TO PP-DEPARTAMENTO
                   CALL "PLAZACHK" USING PLAZACHK-PARM
               END-IF
           ELSE
               IF EMPLEADO-EXISTE
                   CLOSE EMPLOYEE-MASTER
               PERFORM GRABA-RECHAZO
           END-IF.

      *Como en EMPMNT, el traslado del lote no toca el maestro:
      *queda pendiente de la aprobacion del jefe de destino con
      *TRASAPRB.
       ENCOLA-TRASLADO-LOTE.
           MOVE IN-EMPLOYEE-ID   TO TQ-EMPLOYEE-ID
           MOVE EM-DEPARTAMENTO  TO TQ-DEPARTAMENTO-ANT
           MOVE IN-DEPARTAMENTO  TO TQ-DEPARTAMENTO-NVO
           MOVE FN-FECHA-NEGOCIO TO TQ-FECHA-SOLICITUD
           MOVE OP-OPERADOR-ID   TO TQ-OPERADOR-ID
           MOVE "L"              TO TQ-ORIGEN
           MOVE "P"              TO TQ-ESTADO
           MOVE "N"              TO TQ-ESCALADO
           MOVE FUNCTION CURRENT-DATE TO TQ-TIMESTAMP
           OPEN EXTEND TRASLADOS-PENDIENTES
           IF TRP-STATUS = "35"
               OPEN OUTPUT TRASLADOS-PENDIENTES
               CLOSE TRASLADOS-PENDIENTES
               OPEN EXTEND TRASLADOS-PENDIENTES
           END-IF
           WRITE TRASLADO-PENDIENTE-RECORD
           CLOSE TRASLADOS-PENDIENTES
           ADD 1 TO LOTE-TRASLADOS.

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
                                   AND TQ-EMPLOYEE-ID = IN-EMPLOYEE-ID
                               MOVE "S" TO PENDIENTE-SW
                               MOVE "10" TO TRP-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRASLADOS-PENDIENTES
           END-IF.

       PROCESA-ALTA-LOTE.
           MOVE SPACES TO MOTIVO-RECHAZO
           MOVE "N" TO REINGRESO-SW
           MOVE "N" TO DUPLICADO
           MOVE 0   TO REINGRESO-ID
           MOVE IN-NOMBRE    TO NOMBRE
           MOVE IN-APELLIDOS TO APELLIDOS
           EVALUATE TRUE
                       IF NOT DEPARTAMENTO-ES-VALIDO
                           MOVE "05" TO MOTIVO-RECHAZO
                       ELSE
                           PERFORM BUSCA-REINGRESO-LOTE
                           IF NOT ES-REINGRESO
                               PERFORM DETECTA-DUPLICADO
                           END-IF
                           IF EMPLEADO-DUPLICADO
                               MOVE "04" TO MOTIVO-RECHAZO
                           ELSE
                               PERFORM COMPRUEBA-PLAZA-LOTE
                           END-IF
                       END-IF
                   END-IF
           IF ALTA-ACEPTADA
               PERFORM GRABA-ALTA-STAGING
               ADD 1 TO LOTE-CARGADOS
               IF ES-REINGRESO
                   ADD 1 TO LOTE-REINGRESOS
               END-IF
               MOVE "O"             TO PP-ACCION
               MOVE IN-DEPARTAMENTO TO PP-DEPARTAMENTO
               CALL "PLAZACHK" USING PLAZACHK-PARM
           ELSE
               IF RECHAZO-EDAD
                   PERFORM REGISTRA-EXCEPCION-EDAD-LOTE
               PERFORM GRABA-RECHAZO
           END-IF.

      *En lote nadie puede confirmar el reingreso: el alta queda en
      *la escena con el identificador anterior y EMPSTREV lo ofrece
      *al supervisor antes de reactivarlo. En entrenamiento no se
      *busca: REINGRES lee el maestro real y el alta se mira solo
      *contra los duplicados de ENTEMPMAST.DAT.
       BUSCA-REINGRESO-LOTE.
           IF NOT MODO-ENTRENAMIENTO
               MOVE "B"              TO RI-ACCION
               MOVE NOMBRE           TO RI-NOMBRE
               MOVE APELLIDOS        TO RI-APELLIDOS
               MOVE FECHA-NACIMIENTO TO RI-FECHA-NACIMIENTO
               CALL "REINGRES" USING REINGRES-PARM
               IF RI-CORRECTO
                   MOVE "S"            TO REINGRESO-SW
                   MOVE RI-EMPLOYEE-ID TO REINGRESO-ID
               END-IF
           END-IF.

      *En lote no hay quien autorice pasarse de las plazas: el
      *movimiento se rechaza y, si procede, se vuelve a presentar
      *cuando haya vacante o se amplie el presupuesto en DEPTMNT.
       COMPRUEBA-PLAZA-LOTE.
           MOVE "V"              TO PP-ACCION
           MOVE ENTRENAMIENTO-SW TO PP-ENTRENAMIENTO
           MOVE FN-FECHA-NEGOCIO TO PP-FECHA
           MOVE IN-DEPARTAMENTO  TO PP-DEPARTAMENTO
           CALL "PLAZACHK" USING PLAZACHK-PARM
           IF PP-COMPLETO
               MOVE "10" TO MOTIVO-RECHAZO
           END-IF.

      *En lote, sin fichero de departamentos solo se admite el
      *departamento en blanco.
       VALIDA-DEPARTAMENTO-LOTE.
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
      *programa; la denegacion la registra PERMCHK en
      *SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE SPACES         TO PK-NIVEL
           MOVE "PERFORM-THRU" TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de PERFORM-THRU."
           END-IF.

       SOLICITA-NOMBRE.
           MOVE "N" TO CONFIRMA
           PERFORM UNTIL CONFIRMA = "S"
                       DISPLAY "Departamento no valido, consulta el "
                               "listado de DEPTMNT."
                       PERFORM REGISTRA-EXCEPCION-DEPARTAMENTO
                   ELSE
                       PERFORM COMPRUEBA-PLAZA-ALTA
                   END-IF
               END-PERFORM
           END-IF.

      *Un departamento completo solo admite el alta con la
      *autorizacion de un supervisor distinto del operador; sin ella
      *se pide otro departamento.
       COMPRUEBA-PLAZA-ALTA.
           MOVE "V"              TO PP-ACCION
           MOVE ENTRENAMIENTO-SW TO PP-ENTRENAMIENTO
           MOVE FN-FECHA-NEGOCIO TO PP-FECHA
           MOVE DEPARTAMENTO     TO PP-DEPARTAMENTO
           CALL "PLAZACHK" USING PLAZACHK-PARM
           IF PP-COMPLETO
               DISPLAY "El departamento " DEPARTAMENTO " tiene "
                       PP-PLAZAS " plazas y " PP-OCUPADAS
                       " ocupadas, no hay vacante."
               PERFORM AUTORIZA-SOBRE-PLAZAS
               IF SOBREPASO-AUTORIZADO
                   PERFORM REGISTRA-EXCEPCION-PLAZAS
                   PERFORM ESTAMPA-DELEGACION
               ELSE
                   DISPLAY "Alta no autorizada en " DEPARTAMENTO
                           ", elige otro departamento."
                   MOVE "N" TO DEPARTAMENTO-VALIDO
               END-IF
           END-IF.

       AUTORIZA-SOBRE-PLAZAS.
           MOVE "N" TO SOBREPASO-SW
           MOVE "N" TO DP-RESULTADO
           MOVE SPACES TO APROBADOR-ID
           DISPLAY "Supervisor que autoriza el alta sobre plazas "
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
           MOVE "PERFORM-THRU" TO EX-PROGRAMA
           MOVE "PLAZAS"       TO EX-CAMPO
           MOVE "M"            TO EX-SEVERIDAD
           MOVE SPACES         TO EX-VALOR
           STRING DEPARTAMENTO " " APROBADOR-ID
                  DELIMITED BY SIZE INTO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           PERFORM ABRE-EXCEPTIONS-LOG
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

       ESTAMPA-DELEGACION.
           IF DP-DELEGADO AND NOT MODO-ENTRENAMIENTO
               MOVE "R" TO DP-ACCION
               MOVE "PERFORM-THRU" TO DP-PROGRAMA
               MOVE SPACES TO DP-DETALLE
               STRING "ALTA SOBRE PLAZAS " DEPARTAMENTO
                      DELIMITED BY SIZE INTO DP-DETALLE
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

       COMPRUEBA-FICHERO-DEPTOS.
           MOVE "N" TO HAY-DEPARTAMENTOS
           OPEN INPUT DEPARTMENTS
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

      *Un antiguo empleado dado de baja con la misma fecha de
      *nacimiento y el mismo nombre o apellidos se ofrece como
      *reingreso: conserva su identificador y la antiguedad se
      *calcula con el historial de servicio de SERVHIST.DAT. En
      *entrenamiento ni se busca, porque REINGRES lee y reactiva en
      *el maestro real.
       DETECTA-REINGRESO.
           MOVE "N" TO REINGRESO-SW
           IF NOT MODO-ENTRENAMIENTO
               MOVE "B"              TO RI-ACCION
               MOVE NOMBRE           TO RI-NOMBRE
               MOVE APELLIDOS        TO RI-APELLIDOS
               MOVE FECHA-NACIMIENTO TO RI-FECHA-NACIMIENTO
               CALL "REINGRES" USING REINGRES-PARM
               IF RI-CORRECTO
                   PERFORM OFRECE-REINGRESO
               END-IF
           END-IF.

       OFRECE-REINGRESO.
           DISPLAY "Posible reingreso: el empleado "
                   RI-EMPLOYEE-ID " " RI-NOMBRE-ANT " "
                   RI-APELLIDOS-ANT
           DISPLAY "  Alta " RI-FECHA-ALTA-ANT " Baja "
                   RI-FECHA-BAJA-ANT " Motivo "
                   RI-MOTIVO-BAJA-ANT " Departamento "
                   RI-DEPARTAMENTO-ANT
           DISPLAY "Reactivar su registro en lugar de crear uno "
                   "nuevo (S/N)? "
           ACCEPT CONFIRMA
           IF CONFIRMA = "S" OR CONFIRMA = "s"
               MOVE "S" TO REINGRESO-SW
           END-IF.

       APLICA-REINGRESO.
           MOVE "R"              TO RI-ACCION
           MOVE FN-FECHA-NEGOCIO TO RI-FECHA-REINGRESO
           MOVE DEPARTAMENTO     TO RI-DEPARTAMENTO
           MOVE EDAD             TO RI-EDAD
           MOVE OP-OPERADOR-ID   TO RI-OPERADOR-ID
           MOVE OP-TERMINAL-ID   TO RI-TERMINAL-ID
           MOVE "PERFORM-THRU"   TO RI-PROGRAMA
           CALL "REINGRES" USING REINGRES-PARM
           IF RI-CORRECTO
               MOVE RI-EMPLOYEE-ID TO EMPLOYEE-ID
               DISPLAY "Empleado " EMPLOYEE-ID " reactivado; el "
                       "periodo anterior queda en SERVHIST.DAT."
           ELSE
               MOVE "N" TO REINGRESO-SW
               DISPLAY "Aviso: no se pudo reactivar el empleado "
                       RI-EMPLOYEE-ID ", se da de alta como nuevo."
           END-IF.

      *Busqueda por la clave alternativa de apellidos: solo se
      *recorren los registros con los mismos apellidos.
       DETECTA-DUPLICADO.
           PERFORM ABRE-RECEIPT-FILE
           MOVE SPACES TO RCP-LINE
           WRITE RCP-LINE
           IF MODO-ENTRENAMIENTO
               MOVE NF-AVISO TO RCP-LINE
               WRITE RCP-LINE
           END-IF
           MOVE SPACES TO RCP-LINE
           STRING "Recibo de alta de empleado - Fecha: "
                   RECIBO-FECHA (1:8)
           STRING "  Identificador: " EMPLOYEE-ID
               DELIMITED BY SIZE INTO RCP-LINE
           WRITE RCP-LINE
           IF ES-REINGRESO
               MOVE SPACES TO RCP-LINE
               STRING "  Reingreso: periodo anterior del "
                       RI-FECHA-ALTA-ANT " al " RI-FECHA-BAJA-ANT
                   DELIMITED BY SIZE INTO RCP-LINE
               WRITE RCP-LINE
           END-IF
           MOVE SPACES TO RCP-LINE
           STRING "  Nombre: " NOMBRE " " APELLIDOS
               DELIMITED BY SIZE INTO RCP-LINE
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF NOT MODO-ENTRENAMIENTO
               OPEN OUTPUT AGE-BANDS
               WRITE AGE-BANDS-RECORD
               CLOSE AGE-BANDS
           END-IF.

      *Deriva la edad del empleado leido: de la fecha de nacimiento
      *si existe, o de la edad almacenada para registros antiguos.
           DISPLAY "  Adultos (18-64):  " AB-ADULTOS.
           DISPLAY "  Mayores (65+):    " AB-MAYORES.

      *El identificador lo emite el servicio de numeracion SECASIG
      *en la secuencia EMPLEADO; cero si no se pudo obtener. En
      *entrenamiento sale del contador ENTEMPCTR.DAT que prepara
      *ENTRESET, sin consumir la numeracion real.
       GENERA-ID-EMPLEADO.
           IF MODO-ENTRENAMIENTO
               PERFORM ASIGNA-ID-ENTRENAMIENTO
           ELSE
               MOVE "A"            TO SC-ACCION
               MOVE "EMPLEADO"     TO SC-SECUENCIA
               MOVE "PERFORM-THRU" TO SC-PROGRAMA
               MOVE OP-OPERADOR-ID TO SC-OPERADOR-ID
               CALL "SECASIG" USING SECASIG-PARM
               IF SC-CORRECTO
                   MOVE SC-NUMERO TO EMPLOYEE-ID
               ELSE
                   DISPLAY "No se pudo obtener identificador de "
                           "empleado de SECASIG (" SC-RESULTADO ")."
                   MOVE 0 TO EMPLOYEE-ID
                   MOVE 8 TO CODIGO-RETORNO
               END-IF
           END-IF.

       ASIGNA-ID-ENTRENAMIENTO.
           OPEN I-O EMP-COUNTER
           IF ECT-STATUS = "35"
               OPEN OUTPUT EMP-COUNTER
               MOVE 1 TO EMP-COUNTER-RECORD
               WRITE EMP-COUNTER-RECORD
               CLOSE EMP-COUNTER
               OPEN I-O EMP-COUNTER
               READ EMP-COUNTER
           ELSE
               READ EMP-COUNTER
                   AT END
                       MOVE 1 TO EMP-COUNTER-RECORD
               END-READ
           END-IF
           MOVE EMP-COUNTER-RECORD TO EMPLOYEE-ID
           ADD 1 TO EMP-COUNTER-RECORD
           REWRITE EMP-COUNTER-RECORD
           CLOSE EMP-COUNTER.

       GRABA-EMPLEADO.
           END-IF
           CLOSE EMPLOYEE-MASTER.

      *En modo de entrenamiento no hay diario.
       REGISTRA-DIARIO-EMPLEADO.
           IF NOT MODO-ENTRENAMIENTO
               MOVE "EMPMAST" TO JR-FICHERO
               MOVE "WRITE"   TO JR-OPERACION
               MOVE EMPLOYEE-MASTER-RECORD TO JR-IMAGEN
               CALL "JRNLWR" USING JOURNAL-PARM
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

       END PROGRAM PERFORM-THRU.
