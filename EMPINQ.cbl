      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Consulta integral de un empleado, por identificador o
      *          por apellidos con el indice alternativo de EMPMAST.DAT:
      *          reune en una sola ficha el registro del maestro, las
      *          fusiones en los dos sentidos (en quien se fusiono y
      *          quienes se fusionaron en el), los traslados de
      *          EMPMOV.DAT, los traslados pendientes de TRASPEND.DAT,
      *          los cambios de EMPAUD.LOG con sus imagenes, y las
      *          altas pendientes de EMPSTAGE.DAT y los rechazos de
      *          EMPRECHZ.DAT que le afectan. Sale en pantalla y en
      *          EMPINQ.PRT, con una pagina por empleado consultado,
      *          para el expediente de personal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT EMP-MOVIMIENTOS ASSIGN TO "EMPMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-STATUS.
           SELECT TRASLADOS-PENDIENTES ASSIGN TO "TRASPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRP-STATUS.
           SELECT EMP-AUDIT ASSIGN TO "EMPAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EA-STATUS.
           SELECT EMP-STAGING ASSIGN TO "EMPSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-STATUS.
           SELECT EMP-REJECTS ASSIGN TO "EMPRECHZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
           SELECT FICHA-REPORT ASSIGN TO "EMPINQ.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  EMP-MOVIMIENTOS.
       COPY EMPMOV.
       FD  TRASLADOS-PENDIENTES.
       COPY TRASPEND.
       FD  EMP-AUDIT.
       01  EMP-AUDIT-RECORD.
           05  EA-OPERADOR          PIC X(08).
           05  EA-TERMINAL          PIC X(08).
           05  EA-ACCION            PIC X(08).
           05  EA-EMPLOYEE-ID       PIC 9(06).
           05  EA-IMAGEN-ANTES      PIC X(100).
           05  EA-IMAGEN-DESPUES    PIC X(100).
           05  EA-TIMESTAMP         PIC X(21).
       FD  EMP-STAGING.
       COPY EMPSTAGE.
       FD  EMP-REJECTS.
       COPY EMPRECHZ.
       FD  FICHA-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  DEP-STATUS          PIC XX.
       01  MOV-STATUS          PIC XX.
       01  TRP-STATUS          PIC XX.
       01  EA-STATUS           PIC XX.
       01  STG-STATUS          PIC XX.
       01  REJ-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  EMPLEADO-PEDIDO-X   PIC X(06).
       01  EMPLEADO-PEDIDO REDEFINES EMPLEADO-PEDIDO-X PIC 9(06).
       01  APELLIDOS-PEDIDOS   PIC X(20).
       01  COINCIDENCIAS       PIC 9(04) VALUE 0.
       01  EXISTE-REGISTRO     PIC X VALUE "N".
           88  REGISTRO-EXISTE        VALUE "S".
       01  OTRA-CONSULTA       PIC X VALUE "S".
           88  QUIERE-OTRA            VALUE "S" "s".
      *Datos del empleado consultado: el registro del maestro se
      *vuelve a leer al buscar las fusiones.
       01  FICHA-ID            PIC 9(06).
       01  FICHA-NOMBRE        PIC X(13).
       01  FICHA-APELLIDOS     PIC X(20).
       01  FICHA-FUSIONADO-CON PIC 9(06).
       01  EDAD-MOSTRADA       PIC 9(03).
       01  NOMBRE-DEPTO        PIC X(20).
       01  TEXTO-ESTADO        PIC X(06).
       01  TEXTO-MOTIVO        PIC X(30).
       01  CONSULTADOS         PIC 9(04) VALUE 0.
       01  EN-SECCION          PIC 9(05) VALUE 0.
       01  RPT-LINEAS          PIC 9(02) VALUE 0.
       01  RPT-PAGINA          PIC 9(03) VALUE 0.
       01  TROZO               PIC 9(03).
       01  LINEA-SALIDA        PIC X(100).
       01  TITULO-SECCION      PIC X(100).
       01  LINEA-IMAGEN.
           05  WI-ROTULO          PIC X(12).
           05  WI-TEXTO           PIC X(88).
       01  IMAGEN-IMPRESA      PIC X(100).
       01  CLAVE-OPERADOR      PIC X(08).
       01  ACCESO-PERMITIDO-SW PIC X VALUE "N".
           88  ACCESO-PERMITIDO       VALUE "S".
       01  NIVEL-ACTUAL        PIC X.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY OPERADOR.
       COPY JOBLOGR.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY EDADCAL.
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
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPMAST.DAT. Estado: "
                       EM-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           OPEN INPUT DEPARTMENTS
           OPEN OUTPUT FICHA-REPORT
           MOVE "S" TO OTRA-CONSULTA
           PERFORM UNTIL NOT QUIERE-OTRA
               PERFORM PIDE-EMPLEADO
               IF REGISTRO-EXISTE
                   PERFORM CONSULTA-EMPLEADO
               END-IF
               DISPLAY "Consultar otro empleado (S/N)? "
               ACCEPT OTRA-CONSULTA
           END-PERFORM
           CLOSE FICHA-REPORT
           IF DEP-STATUS NOT = "35"
               CLOSE DEPARTMENTS
           END-IF
           CLOSE EMPLOYEE-MASTER
           DISPLAY "Consulta finalizada. Empleados consultados: "
                   CONSULTADOS ". Fichas en EMPINQ.PRT.".

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "EMPINQ"             TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "EMPINQ"             TO JL-PROGRAM-ID
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
           MOVE "EMPINQ"       TO TC-PROGRAMA
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
      *programa; la denegacion la registra PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "EMPINQ"       TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de EMPINQ."
           END-IF.

      *Sin identificador se busca por apellidos: si solo hay un
      *empleado con esos apellidos se consulta directamente, y si hay
      *varios se listan y se pide cual.
       PIDE-EMPLEADO.
           MOVE "N" TO EXISTE-REGISTRO
           DISPLAY "Identificador del empleado (espacios para "
                   "buscar por apellidos): "
           ACCEPT EMPLEADO-PEDIDO-X
           IF EMPLEADO-PEDIDO-X = SPACES
               PERFORM BUSCA-POR-APELLIDOS
               IF COINCIDENCIAS > 1
                   DISPLAY "Identificador del empleado a consultar: "
                   ACCEPT EMPLEADO-PEDIDO-X
               END-IF
           END-IF
           IF COINCIDENCIAS = 1 AND EMPLEADO-PEDIDO-X = SPACES
               MOVE "S" TO EXISTE-REGISTRO
           ELSE
               IF EMPLEADO-PEDIDO-X IS NUMERIC
                   MOVE EMPLEADO-PEDIDO TO EM-EMPLOYEE-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           DISPLAY "No existe el empleado "
                                   EMPLEADO-PEDIDO " en EMPMAST.DAT."
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE-REGISTRO
                   END-READ
               ELSE
                   IF EMPLEADO-PEDIDO-X NOT = SPACES
                       DISPLAY "Identificador no numerico."
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO COINCIDENCIAS.

      *Con una sola coincidencia el registro se vuelve a leer por su
      *clave para dejarlo en el area del fichero.
       BUSCA-POR-APELLIDOS.
           DISPLAY "Apellidos a buscar: ".
           ACCEPT APELLIDOS-PEDIDOS.
           MOVE 0 TO COINCIDENCIAS
           MOVE APELLIDOS-PEDIDOS TO EM-APELLIDOS
           START EMPLOYEE-MASTER KEY = EM-APELLIDOS
               INVALID KEY
                   MOVE "23" TO EM-STATUS
           END-START
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO EM-STATUS
               END-READ
               PERFORM UNTIL EM-STATUS NOT = "00"
                   IF EM-APELLIDOS NOT = APELLIDOS-PEDIDOS
                       MOVE "10" TO EM-STATUS
                   ELSE
                       ADD 1 TO COINCIDENCIAS
                       MOVE EM-EMPLOYEE-ID TO FICHA-ID
                       DISPLAY "  " EM-EMPLOYEE-ID " " EM-NOMBRE
                               " " EM-APELLIDOS " Estado: " EM-ESTADO
                               " Dpto: " EM-DEPARTAMENTO
                       READ EMPLOYEE-MASTER NEXT RECORD
                           AT END
                               MOVE "10" TO EM-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           IF COINCIDENCIAS = 0
               DISPLAY "No hay empleados con apellidos "
                       APELLIDOS-PEDIDOS "."
           END-IF
           IF COINCIDENCIAS = 1
               MOVE FICHA-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 0 TO COINCIDENCIAS
               END-READ
           END-IF
           MOVE "00" TO EM-STATUS.

       CONSULTA-EMPLEADO.
           ADD 1 TO CONSULTADOS
           MOVE EM-EMPLOYEE-ID   TO FICHA-ID
           MOVE EM-NOMBRE        TO FICHA-NOMBRE
           MOVE EM-APELLIDOS     TO FICHA-APELLIDOS
           MOVE EM-FUSIONADO-CON TO FICHA-FUSIONADO-CON
           PERFORM ESCRIBE-CABECERA
           PERFORM MUESTRA-MAESTRO
           PERFORM MUESTRA-FUSIONES
           PERFORM MUESTRA-MOVIMIENTOS
           PERFORM MUESTRA-TRASLADOS-PENDIENTES
           PERFORM MUESTRA-AUDITORIA
           PERFORM MUESTRA-ESCENA
           PERFORM MUESTRA-RECHAZOS.

       ESCRIBE-CABECERA.
           ADD 1 TO RPT-PAGINA
           MOVE 0 TO RPT-LINEAS
           IF RPT-PAGINA > 1
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING "Consulta integral del empleado " FICHA-ID
                  " - Pagina: " RPT-PAGINA
                  "  Consultado por " OP-OPERADOR-ID
                  " el " OP-TIMESTAMP (1:8)
               DELIMITED BY SIZE INTO LINEA-SALIDA
           PERFORM EMITE-LINEA.

       MUESTRA-MAESTRO.
           MOVE "Maestro de empleados (EMPMAST.DAT)" TO LINEA-SALIDA
           PERFORM EMITE-SECCION
           PERFORM DERIVA-EDAD-EMPLEADO
           PERFORM BUSCA-DEPARTAMENTO
           PERFORM DESCRIBE-ESTADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Nombre:      " EM-NOMBRE " " EM-APELLIDOS
               DELIMITED BY SIZE INTO LINEA-SALIDA
           PERFORM EMITE-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Nacimiento:  " EM-FECHA-NACIMIENTO
                  "  Edad: " EDAD-MOSTRADA
               DELIMITED BY SIZE INTO LINEA-SALIDA
           PERFORM EMITE-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Estado:      " TEXTO-ESTADO
                  "  Alta: " EM-FECHA-ALTA
                  "  Baja: " EM-FECHA-BAJA
               DELIMITED BY SIZE INTO LINEA-SALIDA
           PERFORM EMITE-LINEA
           IF EM-DE-BAJA
               MOVE SPACES TO LINEA-SALIDA
               STRING "  Motivo baja: " EM-MOTIVO-BAJA " "
                      TEXTO-MOTIVO
                   DELIMITED BY SIZE INTO LINEA-SALIDA
               PERFORM EMITE-LINEA
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Dpto:        " EM-DEPARTAMENTO " " NOMBRE-DEPTO
               DELIMITED BY SIZE INTO LINEA-SALIDA
           PERFORM EMITE-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Alta por:    " EM-OPERADOR-ID
                  " en " EM-TERMINAL-ID
               DELIMITED BY SIZE INTO LINEA-SALIDA
           PERFORM EMITE-LINEA.

       DERIVA-EDAD-EMPLEADO.
           IF EM-FECHA-NACIMIENTO > 0
               MOVE EM-FECHA-NACIMIENTO TO ED-FECHA-NACIMIENTO
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO ED-FECHA-REFERENCIA
               CALL "CALCEDAD" USING EDADCAL-PARM
               MOVE ED-EDAD TO EDAD-MOSTRADA
           ELSE
               MOVE EM-EDAD TO EDAD-MOSTRADA
           END-IF.

       BUSCA-DEPARTAMENTO.
           MOVE SPACES TO NOMBRE-DEPTO
           IF DEP-STATUS NOT = "35"
               MOVE EM-DEPARTAMENTO TO DP-CODIGO
               READ DEPARTMENTS
                   INVALID KEY
                       MOVE "(no registrado)" TO NOMBRE-DEPTO
                   NOT INVALID KEY
                       MOVE DP-NOMBRE TO NOMBRE-DEPTO
               END-READ
           END-IF.

       DESCRIBE-ESTADO.
           EVALUATE TRUE
               WHEN EM-ACTIVO
                   MOVE "ACTIVO" TO TEXTO-ESTADO
               WHEN EM-DE-BAJA
                   MOVE "BAJA"   TO TEXTO-ESTADO
               WHEN OTHER
                   MOVE EM-ESTADO TO TEXTO-ESTADO
           END-EVALUATE
           EVALUATE TRUE
               WHEN EM-BAJA-POR-FUSION
                   MOVE "fusion de duplicados" TO TEXTO-MOTIVO
               WHEN EM-BAJA-VOLUNTARIA
                   MOVE "voluntaria" TO TEXTO-MOTIVO
               WHEN EM-BAJA-DESPIDO
                   MOVE "despido" TO TEXTO-MOTIVO
               WHEN EM-BAJA-JUBILACION
                   MOVE "jubilacion" TO TEXTO-MOTIVO
               WHEN EM-BAJA-FIN-CONTRATO
                   MOVE "fin de contrato" TO TEXTO-MOTIVO
               WHEN EM-BAJA-OTRO-MOTIVO
                   MOVE "otro motivo" TO TEXTO-MOTIVO
               WHEN OTHER
                   MOVE "sin motivo registrado" TO TEXTO-MOTIVO
           END-EVALUATE.

      *En un sentido basta el puntero del propio registro; en el otro
      *hay que recorrer el maestro buscando quien apunta a este.
       MUESTRA-FUSIONES.
           MOVE "Fusiones de duplicados (EMPMERGE)" TO LINEA-SALIDA
           PERFORM EMITE-SECCION
           IF FICHA-FUSIONADO-CON > 0
               ADD 1 TO EN-SECCION
               MOVE FICHA-FUSIONADO-CON TO EM-EMPLOYEE-ID
               MOVE SPACES TO LINEA-SALIDA
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       STRING "  Fusionado en " FICHA-FUSIONADO-CON
                              " (no esta en el maestro)"
                           DELIMITED BY SIZE INTO LINEA-SALIDA
                   NOT INVALID KEY
                       STRING "  Fusionado en " EM-EMPLOYEE-ID " "
                              EM-NOMBRE " " EM-APELLIDOS
                              " Estado: " EM-ESTADO
                           DELIMITED BY SIZE INTO LINEA-SALIDA
               END-READ
               PERFORM EMITE-LINEA
           END-IF
           MOVE 0 TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER KEY >= EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "23" TO EM-STATUS
           END-START
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO EM-STATUS
               END-READ
               PERFORM UNTIL EM-STATUS NOT = "00"
                   IF EM-BAJA-POR-FUSION
                           AND EM-FUSIONADO-CON = FICHA-ID
                       ADD 1 TO EN-SECCION
                       MOVE SPACES TO LINEA-SALIDA
                       STRING "  Fusionado desde " EM-EMPLOYEE-ID " "
                              EM-NOMBRE " " EM-APELLIDOS
                              " Baja: " EM-FECHA-BAJA
                           DELIMITED BY SIZE INTO LINEA-SALIDA
                       PERFORM EMITE-LINEA
                   END-IF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
               END-PERFORM
           END-IF
           MOVE "00" TO EM-STATUS
           PERFORM CIERRA-SECCION.

       MUESTRA-MOVIMIENTOS.
           MOVE "Traslados de departamento (EMPMOV.DAT)"
               TO LINEA-SALIDA
           PERFORM EMITE-SECCION
           OPEN INPUT EMP-MOVIMIENTOS
           IF MOV-STATUS = "00"
               PERFORM UNTIL MOV-STATUS NOT = "00"
                   READ EMP-MOVIMIENTOS
                       AT END
                           MOVE "10" TO MOV-STATUS
                       NOT AT END
                           IF MV-EMPLOYEE-ID = FICHA-ID
                               PERFORM ESCRIBE-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-MOVIMIENTOS
           END-IF
           PERFORM CIERRA-SECCION.

       ESCRIBE-MOVIMIENTO.
           ADD 1 TO EN-SECCION
           MOVE SPACES TO LINEA-SALIDA
           STRING "  " MV-FECHA-EFECTIVA "  " MV-DEPARTAMENTO-ANT
                  " -> " MV-DEPARTAMENTO-NVO
                  "  Operador: " MV-OPERADOR-ID
                  "  Aprobado por: " MV-APROBADOR-ID
               DELIMITED BY SIZE INTO LINEA-SALIDA
           PERFORM EMITE-LINEA.

       MUESTRA-TRASLADOS-PENDIENTES.
           MOVE "Traslados pendientes de aprobacion (TRASPEND.DAT)"
               TO LINEA-SALIDA
           PERFORM EMITE-SECCION
           OPEN INPUT TRASLADOS-PENDIENTES
           IF TRP-STATUS = "00"
               PERFORM UNTIL TRP-STATUS NOT = "00"
                   READ TRASLADOS-PENDIENTES
                       AT END
                           MOVE "10" TO TRP-STATUS
                       NOT AT END
                           IF TQ-EMPLOYEE-ID = FICHA-ID
                                   AND TQ-PENDIENTE
                               PERFORM ESCRIBE-TRASLADO-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRASLADOS-PENDIENTES
           END-IF
           PERFORM CIERRA-SECCION.

       ESCRIBE-TRASLADO-PENDIENTE.
           ADD 1 TO EN-SECCION
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Solicitado " TQ-FECHA-SOLICITUD "  "
                  TQ-DEPARTAMENTO-ANT " -> " TQ-DEPARTAMENTO-NVO
                  "  Operador: " TQ-OPERADOR-ID
                  "  Origen: " TQ-ORIGEN
                  "  Escalado: " TQ-ESCALADO
               DELIMITED BY SIZE INTO LINEA-SALIDA
           PERFORM EMITE-LINEA.

      *En pantalla cada cambio ocupa una linea; las imagenes anterior
      *y posterior solo van al impreso, como en AUDINQ.
       MUESTRA-AUDITORIA.
           MOVE "Cambios en el maestro (EMPAUD.LOG)" TO LINEA-SALIDA
           PERFORM EMITE-SECCION
           OPEN INPUT EMP-AUDIT
           IF EA-STATUS = "00"
               PERFORM UNTIL EA-STATUS NOT = "00"
                   READ EMP-AUDIT
                       AT END
                           MOVE "10" TO EA-STATUS
                       NOT AT END
                           IF EA-EMPLOYEE-ID = FICHA-ID
                               PERFORM ESCRIBE-CAMBIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-AUDIT
           END-IF
           PERFORM CIERRA-SECCION.

       ESCRIBE-CAMBIO.
           ADD 1 TO EN-SECCION
           MOVE SPACES TO LINEA-SALIDA
           STRING "  " EA-TIMESTAMP (1:8) " "
                  EA-TIMESTAMP (9:2) ":" EA-TIMESTAMP (11:2) ":"
                  EA-TIMESTAMP (13:2)
                  "  " EA-ACCION
                  "  Operador: " EA-OPERADOR
                  "  Terminal: " EA-TERMINAL
               DELIMITED BY SIZE INTO LINEA-SALIDA
           PERFORM EMITE-LINEA
           IF EA-IMAGEN-ANTES NOT = SPACES
               MOVE "   Antes:  "    TO WI-ROTULO
               MOVE EA-IMAGEN-ANTES  TO IMAGEN-IMPRESA
               PERFORM ESCRIBE-IMAGEN
           END-IF
           IF EA-IMAGEN-DESPUES NOT = SPACES
               MOVE "   Despues:"    TO WI-ROTULO
               MOVE EA-IMAGEN-DESPUES TO IMAGEN-IMPRESA
               PERFORM ESCRIBE-IMAGEN
           END-IF.

      *Las imagenes se parten en trozos de 88 posiciones; el trozo
      *final en blanco no se imprime.
       ESCRIBE-IMAGEN.
           MOVE IMAGEN-IMPRESA (1:88) TO WI-TEXTO
           MOVE LINEA-IMAGEN TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO RPT-LINEAS
           MOVE SPACES TO WI-ROTULO
           PERFORM VARYING TROZO FROM 89 BY 88 UNTIL TROZO > 100
               IF IMAGEN-IMPRESA (TROZO:) NOT = SPACES
                   MOVE IMAGEN-IMPRESA (TROZO:) TO WI-TEXTO
                   MOVE LINEA-IMAGEN TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RPT-LINEAS
               END-IF
           END-PERFORM.

      *La escena no lleva identificador salvo en los reingresos: un
      *alta pendiente es de este empleado si es su reingreso o si
      *coinciden nombre y apellidos.
       MUESTRA-ESCENA.
           MOVE "Altas pendientes de carga (EMPSTAGE.DAT)"
               TO LINEA-SALIDA
           PERFORM EMITE-SECCION
           OPEN INPUT EMP-STAGING
           IF STG-STATUS = "00"
               PERFORM UNTIL STG-STATUS NOT = "00"
                   READ EMP-STAGING
                       AT END
                           MOVE "10" TO STG-STATUS
                       NOT AT END
                           PERFORM REVISA-ESCENA
                   END-READ
               END-PERFORM
               CLOSE EMP-STAGING
           END-IF
           PERFORM CIERRA-SECCION.

       REVISA-ESCENA.
           IF SG-PENDIENTE
               IF (SG-REINGRESO-ID IS NUMERIC
                       AND SG-REINGRESO-ID = FICHA-ID)
                       OR (SG-NOMBRE = FICHA-NOMBRE
                       AND SG-APELLIDOS = FICHA-APELLIDOS)
                   ADD 1 TO EN-SECCION
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  Lote " SG-LOTE "  " SG-NOMBRE " "
                          SG-APELLIDOS " Dpto: " SG-DEPARTAMENTO
                          "  Reingreso de: " SG-REINGRESO-ID
                       DELIMITED BY SIZE INTO LINEA-SALIDA
                   PERFORM EMITE-LINEA
               END-IF
           END-IF.

      *Los rechazos de movimientos llevan el identificador; los de
      *alta solo nombre y apellidos.
       MUESTRA-RECHAZOS.
           MOVE "Rechazos del lote de personal (EMPRECHZ.DAT)"
               TO LINEA-SALIDA
           PERFORM EMITE-SECCION
           OPEN INPUT EMP-REJECTS
           IF REJ-STATUS = "00"
               PERFORM UNTIL REJ-STATUS NOT = "00"
                   READ EMP-REJECTS
                       AT END
                           MOVE "10" TO REJ-STATUS
                       NOT AT END
                           PERFORM REVISA-RECHAZO
                   END-READ
               END-PERFORM
               CLOSE EMP-REJECTS
           END-IF
           PERFORM CIERRA-SECCION.

       REVISA-RECHAZO.
           IF (NOT RJ-TIPO-ALTA AND RJ-EMPLOYEE-ID IS NUMERIC
                   AND RJ-EMPLOYEE-ID = FICHA-ID)
                   OR (RJ-TIPO-ALTA AND RJ-NOMBRE = FICHA-NOMBRE
                   AND RJ-APELLIDOS = FICHA-APELLIDOS)
               ADD 1 TO EN-SECCION
               PERFORM DESCRIBE-RECHAZO
               MOVE SPACES TO LINEA-SALIDA
               STRING "  Motivo " RJ-MOTIVO " " TEXTO-MOTIVO
                      " Tipo: " RJ-TIPO
                      " Dpto: " RJ-DEPARTAMENTO
                      " Fecha: " RJ-FECHA-EFECTIVA
                   DELIMITED BY SIZE INTO LINEA-SALIDA
               PERFORM EMITE-LINEA
           END-IF.

       DESCRIBE-RECHAZO.
           EVALUATE RJ-MOTIVO
               WHEN "01"
                   MOVE "nombre truncado" TO TEXTO-MOTIVO
               WHEN "02"
                   MOVE "apellidos truncados" TO TEXTO-MOTIVO
               WHEN "03"
                   MOVE "fecha de nacimiento" TO TEXTO-MOTIVO
               WHEN "04"
                   MOVE "duplicado" TO TEXTO-MOTIVO
               WHEN "05"
                   MOVE "departamento" TO TEXTO-MOTIVO
               WHEN "06"
                   MOVE "empleado inexistente" TO TEXTO-MOTIVO
               WHEN "07"
                   MOVE "empleado no activo" TO TEXTO-MOTIVO
               WHEN "08"
                   MOVE "fecha de baja invalida" TO TEXTO-MOTIVO
               WHEN "09"
                   MOVE "movimiento desconocido" TO TEXTO-MOTIVO
               WHEN "10"
                   MOVE "departamento sin plazas" TO TEXTO-MOTIVO
               WHEN "11"
                   MOVE "traslado ya pendiente" TO TEXTO-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO TEXTO-MOTIVO
           END-EVALUATE.

       EMITE-SECCION.
           MOVE 0 TO EN-SECCION
           MOVE LINEA-SALIDA TO TITULO-SECCION
           MOVE SPACES TO LINEA-SALIDA
           PERFORM EMITE-LINEA
           MOVE TITULO-SECCION TO LINEA-SALIDA
           PERFORM EMITE-LINEA.

       CIERRA-SECCION.
           IF EN-SECCION = 0
               MOVE "  (ninguno)" TO LINEA-SALIDA
               PERFORM EMITE-LINEA
           END-IF.

       EMITE-LINEA.
           IF RPT-LINEAS >= 50
               PERFORM ESCRIBE-CABECERA
           END-IF
           DISPLAY LINEA-SALIDA
           MOVE LINEA-SALIDA TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO RPT-LINEAS.

       END PROGRAM EMPINQ.
