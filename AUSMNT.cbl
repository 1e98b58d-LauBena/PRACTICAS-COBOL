      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Mantenimiento de ausencias AUSENCIAS.DAT y del
      *          derecho anual de vacaciones SALDOVAC.DAT: consulta de
      *          las ausencias y el saldo de un empleado, solicitud de
      *          vacaciones, enfermedad, asuntos propios o permiso sin
      *          sueldo contando los dias habiles (sin fines de semana
      *          ni festivos de FESTIVOS.DAT, como CALPROC), aprobacion
      *          o rechazo, anulacion y ajuste del derecho del ano. Las
      *          vacaciones y los asuntos propios se validan contra el
      *          saldo pendiente; el derecho se prorratea desde el alta
      *          y arrastra lo no disfrutado del ano anterior hasta el
      *          tope de VACACION.DAT. Aprobar y fijar el derecho es de
      *          supervisores (o de quien tenga su delegacion vigente),
      *          nunca sobre una solicitud propia. Cada cambio queda en
      *          el diario por JRNLWR. La matriz de permisos de PERMCHK
      *          autoriza la entrada y cada funcion del menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIAS-FILE ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CLAVE
               FILE STATUS IS AU-STATUS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOVAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CLAVE
               FILE STATUS IS SD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FES-STATUS.
           SELECT VACACION-FILE ASSIGN TO "VACACION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VAC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIAS-FILE.
       COPY AUSENCIA.
       FD  SALDOS-FILE.
       COPY SALDOVAC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  FESTIVOS-FILE.
       01  FESTIVO-RECORD           PIC 9(08).
       FD  VACACION-FILE.
       01  VACACION-RECORD.
           05  VC-DIAS-ANUALES      PIC 9(02).
           05  VC-TOPE-ARRASTRE     PIC 9(02).
       WORKING-STORAGE SECTION.
       01  AU-STATUS           PIC XX.
       01  SD-STATUS           PIC XX.
       01  EM-STATUS           PIC XX.
       01  FES-STATUS          PIC XX.
       01  VAC-STATUS          PIC XX.
       01  OPCION              PIC X.
           88  OPCION-CONSULTA        VALUE "1".
           88  OPCION-SOLICITA        VALUE "2".
           88  OPCION-APRUEBA         VALUE "3".
           88  OPCION-ANULA           VALUE "4".
           88  OPCION-DERECHO         VALUE "5".
           88  OPCION-SALIR           VALUE "6".
      *Dias de vacaciones de un ano completo y tope de dias que pasan
      *al ano siguiente; VACACION.DAT los cambia (PARMMNT E y F).
       01  DIAS-ANUALES        PIC 9(02) VALUE 22.
       01  TOPE-ARRASTRE       PIC 9(02) VALUE 5.
       01  EMPLEADO-PEDIDO     PIC 9(06).
       01  EMPLEADO-SW         PIC X VALUE "N".
           88  EMPLEADO-EXISTE        VALUE "S".
       01  EXISTE-REGISTRO     PIC X VALUE "N".
           88  REGISTRO-EXISTE        VALUE "S".
       01  FECHA-ENTRADA-X     PIC X(08).
       01  FECHA-ENTRADA REDEFINES FECHA-ENTRADA-X PIC 9(08).
       01  DATO-VALIDO         PIC X VALUE "N".
           88  DATO-ES-VALIDO         VALUE "S".
       01  FECHA-DESDE-PED     PIC 9(08).
       01  FECHA-HASTA-PED     PIC 9(08).
       01  TIPO-ENTRADA        PIC X(02).
           88  TIPO-ENTRADA-VALIDO    VALUE "VA" "EN" "AP" "SS".
           88  TIPO-DESCUENTA         VALUE "VA" "AP".
       01  ANO-ENTRADA-X       PIC X(04).
       01  ANO-ENTRADA REDEFINES ANO-ENTRADA-X PIC 9(04).
       01  DIAS-ENTRADA-X      PIC X(03).
       01  DIAS-ENTRADA REDEFINES DIAS-ENTRADA-X PIC 9(03).
       01  ANO-SALDO           PIC 9(04).
       01  ANO-CONSUMO         PIC 9(04).
       01  ANO-AUSENCIA        PIC 9(04).
       01  INICIO-ANO          PIC 9(08).
       01  FIN-ANO             PIC 9(08).
      *Saldo del ano: G grabado en SALDOVAC.DAT, N aun sin registro,
      *R liquidado por una baja anterior a un reingreso (se rehace
      *desde la nueva alta), L liquidado por la baja vigente.
       01  SALDO-SW            PIC X VALUE "N".
           88  SALDO-GRABADO          VALUE "G".
           88  SALDO-NUEVO            VALUE "N".
           88  SALDO-REABIERTO        VALUE "R".
           88  SALDO-CERRADO          VALUE "L".
       01  DERECHO-ACTUAL      PIC 9(03).
       01  ARRASTRE-ACTUAL     PIC 9(03).
       01  CONSUMIDO           PIC 9(03).
       01  POR-APROBAR         PIC 9(03).
       01  PENDIENTE           PIC S9(03).
       01  PENDIENTE-EDITADO   PIC -ZZ9.
       01  RESTO-ANTERIOR      PIC S9(04).
       01  DIAS-CONTADOS       PIC 9(03).
       01  DIAS-ENTEROS        PIC 9(07).
       01  DIAS-FIN            PIC 9(07).
       01  DIAS-TRAMO          PIC 9(07).
       01  DIAS-ANO            PIC 9(07).
       01  DIA-SEMANA          PIC 9(01).
       01  COCIENTE-DIAS       PIC 9(07).
       01  CANDIDATA           PIC 9(08).
       01  ES-FESTIVO          PIC X VALUE "N".
           88  DIA-ES-FESTIVO         VALUE "S".
       01  SOLAPE-SW           PIC X VALUE "N".
           88  HAY-SOLAPE             VALUE "S".
       01  SOLAPE-DESDE        PIC 9(08).
       01  SOLAPE-HASTA        PIC 9(08).
       01  LISTADOS            PIC 9(04) VALUE 0.
       01  DECISION            PIC X.
           88  DECISION-APRUEBA       VALUE "A" "a".
           88  DECISION-RECHAZA       VALUE "R" "r".
       01  CONFIRMA            PIC X.
           88  CONFIRMADO             VALUE "S" "s".
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
       COPY FECHAPRM.
       COPY LOCKPRM.
       COPY JRNLPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
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
           PERFORM ADQUIERE-CERROJO-AUSENCIAS.
           IF NOT LK-CONCEDIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CARGA-VACACION.
           PERFORM ABRE-FICHEROS.
           IF AU-STATUS NOT = "00" OR SD-STATUS NOT = "00"
               DISPLAY "No se pudo abrir AUSENCIAS.DAT o SALDOVAC.DAT."
                       " Estados: " AU-STATUS " " SD-STATUS
               MOVE 8 TO CODIGO-RETORNO
               PERFORM LIBERA-CERROJO-AUSENCIAS
               GO TO FINALIZAR-PROGRAMA.

       MENU-MANTENIMIENTO.
           DISPLAY "Ausencias y vacaciones:".
           DISPLAY "  1. Consultar ausencias y saldo de un empleado".
           DISPLAY "  2. Solicitar una ausencia".
           DISPLAY "  3. Aprobar o rechazar solicitudes".
           DISPLAY "  4. Anular una ausencia".
           DISPLAY "  5. Fijar el derecho anual de un empleado".
           DISPLAY "  6. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-MANTENIMIENTO.
           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   PERFORM CONSULTA-AUSENCIAS
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-SOLICITA
                   PERFORM SOLICITA-AUSENCIA
                       THRU SOLICITA-AUSENCIA-FIN
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-APRUEBA
                   PERFORM APRUEBA-AUSENCIA
                       THRU APRUEBA-AUSENCIA-FIN
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-ANULA
                   PERFORM ANULA-AUSENCIA
                       THRU ANULA-AUSENCIA-FIN
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-DERECHO
                   PERFORM FIJA-DERECHO
                       THRU FIJA-DERECHO-FIN
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 6."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-MANTENIMIENTO
           END-EVALUATE.
           CLOSE AUSENCIAS-FILE.
           CLOSE SALDOS-FILE.
           PERFORM LIBERA-CERROJO-AUSENCIAS.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "AUSMNT"             TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "AUSMNT"             TO JL-PROGRAM-ID
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
      *identidad y su nivel sin volver a pedirlos.
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
           MOVE "AUSMNT"       TO TC-PROGRAMA
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
      *programa y cada funcion del menu; la denegacion la registra
      *PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "AUSMNT"       TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de AUSMNT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   MOVE "CONSULTA"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-SOLICITA
                   MOVE "SOLICITA"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-APRUEBA
                   MOVE "APRUEBA"     TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ANULA
                   MOVE "ANULA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-DERECHO
                   MOVE "DERECHO"     TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

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
               MOVE "AUSMNT" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

       ADQUIERE-CERROJO-AUSENCIAS.
           MOVE "E"            TO LK-ACCION
           MOVE "AUSENCIA"     TO LK-RECURSO
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-OCUPADO
               DISPLAY "Recurso AUSENCIA ocupado por operador "
                       LK-OPERADOR-DUENO " desde " LK-HORA-DUENO
                       ", intentalo mas tarde."
           END-IF.

       LIBERA-CERROJO-AUSENCIAS.
           MOVE "D"            TO LK-ACCION
           MOVE "AUSENCIA"     TO LK-RECURSO
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM.

       CARGA-VACACION.
           OPEN INPUT VACACION-FILE
           IF VAC-STATUS = "00"
               READ VACACION-FILE
                   NOT AT END
                       MOVE VC-DIAS-ANUALES  TO DIAS-ANUALES
                       MOVE VC-TOPE-ARRASTRE TO TOPE-ARRASTRE
               END-READ
               CLOSE VACACION-FILE
           END-IF.

       ABRE-FICHEROS.
           OPEN I-O AUSENCIAS-FILE
           IF AU-STATUS = "35"
               OPEN OUTPUT AUSENCIAS-FILE
               CLOSE AUSENCIAS-FILE
               OPEN I-O AUSENCIAS-FILE
           END-IF
           OPEN I-O SALDOS-FILE
           IF SD-STATUS = "35"
               OPEN OUTPUT SALDOS-FILE
               CLOSE SALDOS-FILE
               OPEN I-O SALDOS-FILE
           END-IF.

      *El empleado se lee del maestro solo para validar y mostrar;
      *el maestro no se bloquea ni se modifica.
       PIDE-EMPLEADO.
           DISPLAY "Identificador del empleado: ".
           ACCEPT EMPLEADO-PEDIDO.
           MOVE "N" TO EMPLEADO-SW
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPMAST.DAT. Estado: "
                       EM-STATUS
           ELSE
               MOVE EMPLEADO-PEDIDO TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "No existe el empleado "
                               EMPLEADO-PEDIDO " en EMPMAST.DAT."
                   NOT INVALID KEY
                       MOVE "S" TO EMPLEADO-SW
                       DISPLAY "  " EM-EMPLOYEE-ID "  " EM-NOMBRE
                               " " EM-APELLIDOS "  Dpto: "
                               EM-DEPARTAMENTO
                       DISPLAY "  Estado: " EM-ESTADO
                               "  Alta: " EM-FECHA-ALTA
                               "  Baja: " EM-FECHA-BAJA
               END-READ
               CLOSE EMPLOYEE-MASTER
           END-IF.

      *Fecha tecleada en FECHA-ENTRADA; en blanco vale la fecha de
      *negocio. Quien llama muestra antes el texto de la pregunta.
       PIDE-FECHA.
           MOVE "N" TO DATO-VALIDO
           MOVE SPACES TO FECHA-ENTRADA-X
           ACCEPT FECHA-ENTRADA-X
           IF FECHA-ENTRADA-X = SPACES
               MOVE FN-FECHA-NEGOCIO TO FECHA-ENTRADA
           END-IF
           IF FECHA-ENTRADA-X IS NUMERIC
               IF FUNCTION INTEGER-OF-DATE (FECHA-ENTRADA) > 0
                   MOVE "S" TO DATO-VALIDO
               END-IF
           END-IF
           IF NOT DATO-ES-VALIDO
               DISPLAY "Fecha no valida."
           END-IF.

       PIDE-ANO.
           DISPLAY "Ano del saldo (en blanco, el de la fecha de "
                   "negocio): "
           MOVE SPACES TO ANO-ENTRADA-X
           ACCEPT ANO-ENTRADA-X
           IF ANO-ENTRADA-X IS NUMERIC AND ANO-ENTRADA > 1900
               MOVE ANO-ENTRADA TO ANO-SALDO
           ELSE
               MOVE FN-FECHA-NEGOCIO (1:4) TO ANO-SALDO
           END-IF.

       LEE-AUSENCIA.
           MOVE "N" TO EXISTE-REGISTRO
           MOVE EMPLEADO-PEDIDO TO AU-EMPLOYEE-ID
           MOVE FECHA-DESDE-PED TO AU-FECHA-DESDE
           READ AUSENCIAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE-REGISTRO
           END-READ.

       MUESTRA-AUSENCIA.
           DISPLAY "  " AU-EMPLOYEE-ID "  " AU-FECHA-DESDE " a "
                   AU-FECHA-HASTA "  Tipo: " AU-TIPO
                   "  Dias: " AU-DIAS-HABILES
                   "  Estado: " AU-ESTADO
                   "  Pide: " AU-OPERADOR-ID
                   "  Aprueba: " AU-APROBADOR.

       CONSULTA-AUSENCIAS.
           PERFORM PIDE-EMPLEADO.
           IF NOT EMPLEADO-EXISTE
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE 0 TO LISTADOS
               MOVE EMPLEADO-PEDIDO TO AU-EMPLOYEE-ID
               MOVE 0 TO AU-FECHA-DESDE
               START AUSENCIAS-FILE KEY NOT < AU-CLAVE
                   INVALID KEY
                       MOVE "23" TO AU-STATUS
               END-START
               IF AU-STATUS = "00"
                   READ AUSENCIAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO AU-STATUS
                   END-READ
                   PERFORM UNTIL AU-STATUS NOT = "00"
                       IF AU-EMPLOYEE-ID NOT = EMPLEADO-PEDIDO
                           MOVE "10" TO AU-STATUS
                       ELSE
                           PERFORM MUESTRA-AUSENCIA
                           ADD 1 TO LISTADOS
                           READ AUSENCIAS-FILE NEXT RECORD
                               AT END
                                   MOVE "10" TO AU-STATUS
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               MOVE "00" TO AU-STATUS
               IF LISTADOS = 0
                   DISPLAY "El empleado no tiene ausencias."
               END-IF
               PERFORM PIDE-ANO
               PERFORM OBTIENE-SALDO
               PERFORM MUESTRA-SALDO
           END-IF.

       MUESTRA-SALDO.
           MOVE PENDIENTE TO PENDIENTE-EDITADO
           DISPLAY "  Saldo " ANO-SALDO ": derecho " DERECHO-ACTUAL
                   "  arrastre " ARRASTRE-ACTUAL
                   "  consumido " CONSUMIDO
                   " (por aprobar " POR-APROBAR ")"
                   "  pendiente " PENDIENTE-EDITADO
           EVALUATE TRUE
               WHEN SALDO-NUEVO
                   DISPLAY "  Derecho calculado, aun sin registro "
                           "en SALDOVAC.DAT."
               WHEN SALDO-REABIERTO
                   DISPLAY "  Saldo liquidado por una baja anterior; "
                           "se rehace desde el reingreso."
               WHEN SALDO-CERRADO
                   DISPLAY "  Saldo liquidado el "
                           SD-FECHA-LIQUIDACION " por la baja."
           END-EVALUATE.

      *Saldo del ano ANO-SALDO del empleado leido: el registro de
      *SALDOVAC.DAT o, si aun no lo hay, el derecho que le toca; lo
      *consumido se suma de sus ausencias.
       OBTIENE-SALDO.
           MOVE "G" TO SALDO-SW
           MOVE EMPLEADO-PEDIDO TO SD-EMPLOYEE-ID
           MOVE ANO-SALDO       TO SD-ANO
           READ SALDOS-FILE
               INVALID KEY
                   MOVE "N" TO SALDO-SW
           END-READ
           IF SALDO-GRABADO AND SD-LIQUIDADO
               IF EM-FECHA-ALTA > SD-FECHA-LIQUIDACION
                   MOVE "R" TO SALDO-SW
               ELSE
                   MOVE "L" TO SALDO-SW
               END-IF
           END-IF
           IF SALDO-NUEVO OR SALDO-REABIERTO
               PERFORM CALCULA-DERECHO
           ELSE
               MOVE SD-DERECHO  TO DERECHO-ACTUAL
               MOVE SD-ARRASTRE TO ARRASTRE-ACTUAL
           END-IF
           MOVE ANO-SALDO TO ANO-CONSUMO
           PERFORM SUMA-CONSUMO
           COMPUTE PENDIENTE =
               DERECHO-ACTUAL + ARRASTRE-ACTUAL - CONSUMIDO
           MOVE "00" TO SD-STATUS.

      *Derecho de un ano completo, prorrateado por dias naturales si
      *el alta cae dentro del ano, mas lo no disfrutado del ano
      *anterior hasta el tope. Tras un reingreso no hay arrastre: el
      *periodo anterior ya se liquido con su baja.
       CALCULA-DERECHO.
           COMPUTE INICIO-ANO = ANO-SALDO * 10000 + 101
           COMPUTE FIN-ANO    = ANO-SALDO * 10000 + 1231
           IF EM-FECHA-ALTA > FIN-ANO
               MOVE 0 TO DERECHO-ACTUAL
           ELSE
               IF EM-FECHA-ALTA > INICIO-ANO
                   COMPUTE DIAS-TRAMO =
                       FUNCTION INTEGER-OF-DATE (FIN-ANO)
                       - FUNCTION INTEGER-OF-DATE (EM-FECHA-ALTA) + 1
                   COMPUTE DIAS-ANO =
                       FUNCTION INTEGER-OF-DATE (FIN-ANO)
                       - FUNCTION INTEGER-OF-DATE (INICIO-ANO) + 1
                   COMPUTE DERECHO-ACTUAL ROUNDED =
                       DIAS-ANUALES * DIAS-TRAMO / DIAS-ANO
               ELSE
                   MOVE DIAS-ANUALES TO DERECHO-ACTUAL
               END-IF
           END-IF
           MOVE 0 TO ARRASTRE-ACTUAL
           IF SALDO-NUEVO
               MOVE EMPLEADO-PEDIDO TO SD-EMPLOYEE-ID
               COMPUTE SD-ANO = ANO-SALDO - 1
               READ SALDOS-FILE
                   INVALID KEY
                       MOVE "23" TO SD-STATUS
               END-READ
               IF SD-STATUS = "00" AND SD-ABIERTO
                   COMPUTE RESTO-ANTERIOR = SD-DERECHO + SD-ARRASTRE
                   COMPUTE ANO-CONSUMO = ANO-SALDO - 1
                   PERFORM SUMA-CONSUMO
                   SUBTRACT CONSUMIDO FROM RESTO-ANTERIOR
                   IF RESTO-ANTERIOR > TOPE-ARRASTRE
                       MOVE TOPE-ARRASTRE TO RESTO-ANTERIOR
                   END-IF
                   IF RESTO-ANTERIOR > 0
                       MOVE RESTO-ANTERIOR TO ARRASTRE-ACTUAL
                   END-IF
               END-IF
           END-IF.

      *Dias de las ausencias vigentes que descuentan saldo y empiezan
      *en ANO-CONSUMO dentro del periodo de servicio actual.
       SUMA-CONSUMO.
           MOVE 0 TO CONSUMIDO
           MOVE 0 TO POR-APROBAR
           MOVE EMPLEADO-PEDIDO TO AU-EMPLOYEE-ID
           MOVE 0 TO AU-FECHA-DESDE
           START AUSENCIAS-FILE KEY NOT < AU-CLAVE
               INVALID KEY
                   MOVE "23" TO AU-STATUS
           END-START
           IF AU-STATUS = "00"
               READ AUSENCIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AU-STATUS
               END-READ
               PERFORM UNTIL AU-STATUS NOT = "00"
                   IF AU-EMPLOYEE-ID NOT = EMPLEADO-PEDIDO
                       MOVE "10" TO AU-STATUS
                   ELSE
                       MOVE AU-FECHA-DESDE (1:4) TO ANO-AUSENCIA
                       IF AU-VIGENTE AND AU-DESCUENTA-SALDO
                               AND ANO-AUSENCIA = ANO-CONSUMO
                               AND AU-FECHA-DESDE >= EM-FECHA-ALTA
                           ADD AU-DIAS-HABILES TO CONSUMIDO
                           IF AU-SOLICITADA
                               ADD AU-DIAS-HABILES TO POR-APROBAR
                           END-IF
                       END-IF
                       READ AUSENCIAS-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO AU-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           MOVE "00" TO AU-STATUS.

       GRABA-SALDO.
           MOVE EMPLEADO-PEDIDO TO SD-EMPLOYEE-ID
           MOVE ANO-SALDO       TO SD-ANO
           MOVE DERECHO-ACTUAL  TO SD-DERECHO
           MOVE ARRASTRE-ACTUAL TO SD-ARRASTRE
           MOVE "A"             TO SD-ESTADO
           MOVE 0               TO SD-FECHA-LIQUIDACION
           MOVE 0               TO SD-DIAS-LIQUIDADOS
           MOVE OP-OPERADOR-ID  TO SD-OPERADOR-ID
           MOVE FUNCTION CURRENT-DATE TO SD-TIMESTAMP
           IF SALDO-NUEVO
               WRITE SALDO-VACACIONES-RECORD
               MOVE "WRITE" TO JR-OPERACION
           ELSE
               REWRITE SALDO-VACACIONES-RECORD
               MOVE "REWRITE" TO JR-OPERACION
           END-IF
           IF SD-STATUS NOT = "00"
               DISPLAY "No se pudo grabar el saldo en SALDOVAC.DAT. "
                       "Estado: " SD-STATUS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               MOVE "G" TO SALDO-SW
               MOVE "SALDOVAC" TO JR-FICHERO
               MOVE SALDO-VACACIONES-RECORD TO JR-IMAGEN
               CALL "JRNLWR" USING JOURNAL-PARM
           END-IF.

      *Dias habiles entre FECHA-DESDE-PED y FECHA-HASTA-PED, ambos
      *incluidos, con las mismas reglas que el avance de CALPROC.
       CUENTA-DIAS-HABILES.
           MOVE 0 TO DIAS-CONTADOS
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (FECHA-DESDE-PED) - 1
           COMPUTE DIAS-FIN = FUNCTION INTEGER-OF-DATE (FECHA-HASTA-PED)
           PERFORM CUENTA-DIA-HABIL
               UNTIL DIAS-ENTEROS >= DIAS-FIN.

       CUENTA-DIA-HABIL.
           ADD 1 TO DIAS-ENTEROS
           COMPUTE CANDIDATA =
               FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
           DIVIDE DIAS-ENTEROS BY 7 GIVING COCIENTE-DIAS
               REMAINDER DIA-SEMANA
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               CONTINUE
           ELSE
               PERFORM COMPRUEBA-FESTIVO
               IF NOT DIA-ES-FESTIVO
                   ADD 1 TO DIAS-CONTADOS
               END-IF
           END-IF.

       COMPRUEBA-FESTIVO.
           MOVE "N" TO ES-FESTIVO
           OPEN INPUT FESTIVOS-FILE
           IF FES-STATUS = "00"
               PERFORM UNTIL FES-STATUS NOT = "00"
                   READ FESTIVOS-FILE
                       AT END
                           MOVE "10" TO FES-STATUS
                       NOT AT END
                           IF FESTIVO-RECORD = CANDIDATA
                               MOVE "S" TO ES-FESTIVO
                               MOVE "10" TO FES-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTIVOS-FILE
           END-IF.

      *Dos ausencias vigentes del mismo empleado no pueden pisarse.
       COMPRUEBA-SOLAPE.
           MOVE "N" TO SOLAPE-SW
           MOVE EMPLEADO-PEDIDO TO AU-EMPLOYEE-ID
           MOVE 0 TO AU-FECHA-DESDE
           START AUSENCIAS-FILE KEY NOT < AU-CLAVE
               INVALID KEY
                   MOVE "23" TO AU-STATUS
           END-START
           IF AU-STATUS = "00"
               READ AUSENCIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AU-STATUS
               END-READ
               PERFORM UNTIL AU-STATUS NOT = "00"
                   IF AU-EMPLOYEE-ID NOT = EMPLEADO-PEDIDO
                           OR AU-FECHA-DESDE > FECHA-HASTA-PED
                       MOVE "10" TO AU-STATUS
                   ELSE
                       IF AU-VIGENTE
                               AND AU-FECHA-HASTA >= FECHA-DESDE-PED
                           MOVE "S" TO SOLAPE-SW
                           MOVE AU-FECHA-DESDE TO SOLAPE-DESDE
                           MOVE AU-FECHA-HASTA TO SOLAPE-HASTA
                           MOVE "10" TO AU-STATUS
                       ELSE
                           READ AUSENCIAS-FILE NEXT RECORD
                               AT END
                                   MOVE "10" TO AU-STATUS
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE "00" TO AU-STATUS.

      *La solicitud queda como S; la ausencia ha de caer en un solo
      *ano y dentro del periodo de servicio del empleado, y las que
      *descuentan saldo no pueden pasar del pendiente del ano, en el
      *que ya cuentan las solicitudes sin aprobar.
       SOLICITA-AUSENCIA.
           PERFORM PIDE-EMPLEADO.
           IF NOT EMPLEADO-EXISTE
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           IF NOT EM-ACTIVO
               DISPLAY "El empleado esta de baja desde el "
                       EM-FECHA-BAJA "; no admite ausencias."
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           DISPLAY "Tipo (VA vacaciones, EN enfermedad, AP asuntos "
                   "propios, SS sin sueldo): ".
           ACCEPT TIPO-ENTRADA.
           IF NOT TIPO-ENTRADA-VALIDO
               DISPLAY "Tipo de ausencia no valido."
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           DISPLAY "Primer dia AAAAMMDD (en blanco, la fecha de "
                   "negocio " FN-FECHA-NEGOCIO "): ".
           PERFORM PIDE-FECHA.
           IF NOT DATO-ES-VALIDO
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           MOVE FECHA-ENTRADA TO FECHA-DESDE-PED.
           DISPLAY "Ultimo dia AAAAMMDD (en blanco, el mismo dia): ".
           MOVE SPACES TO FECHA-ENTRADA-X.
           ACCEPT FECHA-ENTRADA-X.
           IF FECHA-ENTRADA-X = SPACES
               MOVE FECHA-DESDE-PED TO FECHA-ENTRADA
           END-IF.
           MOVE "N" TO DATO-VALIDO.
           IF FECHA-ENTRADA-X IS NUMERIC
               IF FUNCTION INTEGER-OF-DATE (FECHA-ENTRADA) > 0
                   MOVE "S" TO DATO-VALIDO
               END-IF
           END-IF.
           IF NOT DATO-ES-VALIDO
               DISPLAY "Fecha no valida."
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           MOVE FECHA-ENTRADA TO FECHA-HASTA-PED.
           IF FECHA-HASTA-PED < FECHA-DESDE-PED
               DISPLAY "El ultimo dia es anterior al primero."
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           IF FECHA-HASTA-PED (1:4) NOT = FECHA-DESDE-PED (1:4)
               DISPLAY "La ausencia cruza de ano; registrala en dos "
                       "tramos, uno por ano."
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           IF FECHA-DESDE-PED < EM-FECHA-ALTA
               DISPLAY "La ausencia empieza antes del alta del "
                       "empleado (" EM-FECHA-ALTA ")."
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           PERFORM CUENTA-DIAS-HABILES.
           IF DIAS-CONTADOS = 0
               DISPLAY "No hay ningun dia habil entre esas fechas."
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           PERFORM COMPRUEBA-SOLAPE.
           IF HAY-SOLAPE
               DISPLAY "Se pisa con la ausencia del " SOLAPE-DESDE
                       " al " SOLAPE-HASTA "."
               MOVE 4 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           MOVE FECHA-DESDE-PED (1:4) TO ANO-SALDO.
           PERFORM OBTIENE-SALDO.
           IF TIPO-DESCUENTA
               IF SALDO-CERRADO
                   DISPLAY "El saldo de " ANO-SALDO " esta liquidado."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO SOLICITA-AUSENCIA-FIN
               END-IF
               IF DIAS-CONTADOS > PENDIENTE
                   MOVE PENDIENTE TO PENDIENTE-EDITADO
                   DISPLAY "Saldo insuficiente: pide " DIAS-CONTADOS
                           " dias habiles y le quedan "
                           PENDIENTE-EDITADO " en " ANO-SALDO "."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO SOLICITA-AUSENCIA-FIN
               END-IF
           END-IF.
           DISPLAY "Ausencia " TIPO-ENTRADA " del " FECHA-DESDE-PED
                   " al " FECHA-HASTA-PED ": " DIAS-CONTADOS
                   " dias habiles.".
           DISPLAY "Confirmas la solicitud (S/N)? ".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "Solicitud cancelada por el operador."
               GO TO SOLICITA-AUSENCIA-FIN.
      *Una ausencia anulada con el mismo primer dia se reutiliza.
           PERFORM LEE-AUSENCIA.
           MOVE EMPLEADO-PEDIDO TO AU-EMPLOYEE-ID
           MOVE FECHA-DESDE-PED TO AU-FECHA-DESDE
           MOVE FECHA-HASTA-PED TO AU-FECHA-HASTA
           MOVE TIPO-ENTRADA    TO AU-TIPO
           MOVE "S"             TO AU-ESTADO
           MOVE DIAS-CONTADOS   TO AU-DIAS-HABILES
           MOVE OP-OPERADOR-ID  TO AU-OPERADOR-ID
           MOVE SPACES          TO AU-APROBADOR
           MOVE OP-TERMINAL-ID  TO AU-TERMINAL-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           IF REGISTRO-EXISTE
               REWRITE AUSENCIA-RECORD
               MOVE "REWRITE" TO JR-OPERACION
           ELSE
               WRITE AUSENCIA-RECORD
               MOVE "WRITE" TO JR-OPERACION
           END-IF
           IF AU-STATUS NOT = "00"
               DISPLAY "No se pudo grabar la ausencia. Estado: "
                       AU-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO SOLICITA-AUSENCIA-FIN.
           PERFORM REGISTRA-DIARIO-AUSENCIA.
           IF SALDO-NUEVO OR SALDO-REABIERTO
               PERFORM GRABA-SALDO
           END-IF.
           IF TIPO-DESCUENTA
               SUBTRACT DIAS-CONTADOS FROM PENDIENTE
               MOVE PENDIENTE TO PENDIENTE-EDITADO
               DISPLAY "Solicitud grabada; quedan " PENDIENTE-EDITADO
                       " dias de " ANO-SALDO "."
           ELSE
               DISPLAY "Solicitud grabada."
           END-IF.

       SOLICITA-AUSENCIA-FIN.
           EXIT.

       LISTA-SOLICITUDES.
           MOVE 0 TO LISTADOS
           MOVE LOW-VALUES TO AU-CLAVE
           START AUSENCIAS-FILE KEY NOT < AU-CLAVE
               INVALID KEY
                   MOVE "23" TO AU-STATUS
           END-START
           IF AU-STATUS = "00"
               READ AUSENCIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AU-STATUS
               END-READ
               PERFORM UNTIL AU-STATUS NOT = "00"
                   IF AU-SOLICITADA
                       PERFORM MUESTRA-AUSENCIA
                       ADD 1 TO LISTADOS
                   END-IF
                   READ AUSENCIAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO AU-STATUS
                   END-READ
               END-PERFORM
           END-IF
           MOVE "00" TO AU-STATUS
           IF LISTADOS = 0
               DISPLAY "No hay solicitudes pendientes."
           END-IF.

      *Aprobar o rechazar es de supervisor y nunca sobre una
      *solicitud grabada por el mismo operador. El rechazo la deja
      *anulada y devuelve los dias al saldo.
       APRUEBA-AUSENCIA.
           IF NOT NIVEL-SUPERVISION
               DISPLAY "Aprobar ausencias esta reservado a "
                       "supervisores; tu nivel no lo permite."
               MOVE 4 TO CODIGO-RETORNO
               GO TO APRUEBA-AUSENCIA-FIN.
           DISPLAY "Solicitudes pendientes:".
           PERFORM LISTA-SOLICITUDES.
           IF LISTADOS = 0
               GO TO APRUEBA-AUSENCIA-FIN.
           PERFORM PIDE-EMPLEADO.
           IF NOT EMPLEADO-EXISTE
               MOVE 4 TO CODIGO-RETORNO
               GO TO APRUEBA-AUSENCIA-FIN.
           DISPLAY "Primer dia de la ausencia AAAAMMDD: ".
           PERFORM PIDE-FECHA.
           IF NOT DATO-ES-VALIDO
               MOVE 4 TO CODIGO-RETORNO
               GO TO APRUEBA-AUSENCIA-FIN.
           MOVE FECHA-ENTRADA TO FECHA-DESDE-PED.
           PERFORM LEE-AUSENCIA.
           IF NOT REGISTRO-EXISTE OR NOT AU-SOLICITADA
               DISPLAY "No hay solicitud pendiente del empleado con "
                       "ese primer dia."
               MOVE 4 TO CODIGO-RETORNO
               GO TO APRUEBA-AUSENCIA-FIN.
           IF AU-OPERADOR-ID = OP-OPERADOR-ID
               DISPLAY "No puedes aprobar una solicitud grabada por "
                       "ti mismo."
               MOVE 4 TO CODIGO-RETORNO
               GO TO APRUEBA-AUSENCIA-FIN.
           PERFORM MUESTRA-AUSENCIA.
           DISPLAY "A aprobar, R rechazar, otra tecla para salir: ".
           ACCEPT DECISION.
           EVALUATE TRUE
               WHEN DECISION-APRUEBA
                   MOVE "A" TO AU-ESTADO
               WHEN DECISION-RECHAZA
                   MOVE "X" TO AU-ESTADO
               WHEN OTHER
                   DISPLAY "Solicitud sin cambios."
                   GO TO APRUEBA-AUSENCIA-FIN
           END-EVALUATE.
           MOVE OP-OPERADOR-ID TO AU-APROBADOR
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           REWRITE AUSENCIA-RECORD
           IF AU-STATUS NOT = "00"
               DISPLAY "No se pudo regrabar la ausencia. Estado: "
                       AU-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO APRUEBA-AUSENCIA-FIN.
           MOVE "REWRITE" TO JR-OPERACION
           PERFORM REGISTRA-DIARIO-AUSENCIA
           IF AU-APROBADA
               DISPLAY "Ausencia aprobada."
           ELSE
               DISPLAY "Solicitud rechazada."
           END-IF
           MOVE SPACES TO DP-DETALLE
           STRING "AUSENCIA " AU-ESTADO " " EMPLEADO-PEDIDO " "
                  FECHA-DESDE-PED
               DELIMITED BY SIZE INTO DP-DETALLE
           PERFORM ESTAMPA-DELEGACION.

       APRUEBA-AUSENCIA-FIN.
           EXIT.

      *Se anula lo que aun no se ha disfrutado; una ausencia ya
      *aprobada solo la anula un supervisor.
       ANULA-AUSENCIA.
           PERFORM PIDE-EMPLEADO.
           IF NOT EMPLEADO-EXISTE
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-AUSENCIA-FIN.
           DISPLAY "Primer dia de la ausencia AAAAMMDD: ".
           PERFORM PIDE-FECHA.
           IF NOT DATO-ES-VALIDO
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-AUSENCIA-FIN.
           MOVE FECHA-ENTRADA TO FECHA-DESDE-PED.
           PERFORM LEE-AUSENCIA.
           IF NOT REGISTRO-EXISTE
               DISPLAY "No hay ausencia del empleado con ese primer "
                       "dia."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-AUSENCIA-FIN.
           PERFORM MUESTRA-AUSENCIA.
           IF AU-ANULADA OR AU-DISFRUTADA
               DISPLAY "La ausencia ya esta anulada o disfrutada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-AUSENCIA-FIN.
           IF AU-APROBADA AND NOT NIVEL-SUPERVISION
               DISPLAY "La ausencia esta aprobada; solo la anula un "
                       "supervisor."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-AUSENCIA-FIN.
           DISPLAY "Confirmas la anulacion (S/N)? ".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "Anulacion cancelada por el operador."
               GO TO ANULA-AUSENCIA-FIN.
           MOVE "X" TO AU-ESTADO
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           REWRITE AUSENCIA-RECORD
           IF AU-STATUS NOT = "00"
               DISPLAY "No se pudo regrabar la ausencia. Estado: "
                       AU-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO ANULA-AUSENCIA-FIN.
           MOVE "REWRITE" TO JR-OPERACION
           PERFORM REGISTRA-DIARIO-AUSENCIA
           DISPLAY "Ausencia anulada."
           MOVE SPACES TO DP-DETALLE
           STRING "AUSENCIA ANULA " EMPLEADO-PEDIDO " "
                  FECHA-DESDE-PED
               DELIMITED BY SIZE INTO DP-DETALLE
           PERFORM ESTAMPA-DELEGACION.

       ANULA-AUSENCIA-FIN.
           EXIT.

      *Ajuste del derecho o del arrastre de un ano por un supervisor
      *(convenio, reduccion de jornada, correccion de la carga).
       FIJA-DERECHO.
           IF NOT NIVEL-SUPERVISION
               DISPLAY "Fijar el derecho esta reservado a "
                       "supervisores; tu nivel no lo permite."
               MOVE 4 TO CODIGO-RETORNO
               GO TO FIJA-DERECHO-FIN.
           PERFORM PIDE-EMPLEADO.
           IF NOT EMPLEADO-EXISTE
               MOVE 4 TO CODIGO-RETORNO
               GO TO FIJA-DERECHO-FIN.
           PERFORM PIDE-ANO.
           PERFORM OBTIENE-SALDO.
           PERFORM MUESTRA-SALDO.
           IF SALDO-CERRADO
               DISPLAY "El saldo esta liquidado; no se modifica."
               MOVE 4 TO CODIGO-RETORNO
               GO TO FIJA-DERECHO-FIN.
           DISPLAY "Nuevo derecho en dias (en blanco, mantener): ".
           MOVE SPACES TO DIAS-ENTRADA-X.
           ACCEPT DIAS-ENTRADA-X.
           IF DIAS-ENTRADA-X IS NUMERIC
               MOVE DIAS-ENTRADA TO DERECHO-ACTUAL
           END-IF.
           DISPLAY "Nuevo arrastre en dias (en blanco, mantener): ".
           MOVE SPACES TO DIAS-ENTRADA-X.
           ACCEPT DIAS-ENTRADA-X.
           IF DIAS-ENTRADA-X IS NUMERIC
               MOVE DIAS-ENTRADA TO ARRASTRE-ACTUAL
           END-IF.
           DISPLAY "Derecho " DERECHO-ACTUAL " y arrastre "
                   ARRASTRE-ACTUAL " para " ANO-SALDO
                   ". Confirmas (S/N)? ".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "Cambio cancelado por el operador."
               GO TO FIJA-DERECHO-FIN.
           PERFORM GRABA-SALDO.
           IF SALDO-GRABADO
               DISPLAY "Derecho grabado."
               MOVE SPACES TO DP-DETALLE
               STRING "SALDOVAC DERECHO " EMPLEADO-PEDIDO " "
                      ANO-SALDO
                   DELIMITED BY SIZE INTO DP-DETALLE
               PERFORM ESTAMPA-DELEGACION
           END-IF.

       FIJA-DERECHO-FIN.
           EXIT.

       REGISTRA-DIARIO-AUSENCIA.
           MOVE "AUSENCIA" TO JR-FICHERO
           MOVE AUSENCIA-RECORD TO JR-IMAGEN
           CALL "JRNLWR" USING JOURNAL-PARM.

       END PROGRAM AUSMNT.
