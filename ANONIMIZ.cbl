      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Anonimizacion supervisada de los datos personales de
      *          los empleados dados de baja hace mas anos que el plazo
      *          de conservacion de ANONANOS.DAT (PARMMNT, por defecto
      *          5). En EMPMAST.DAT se enmascaran nombre, apellidos,
      *          fecha de nacimiento y edad; el identificador, las
      *          fechas, el departamento y el estado se conservan para
      *          que la historia de plantilla siga cuadrando. Cada
      *          cambio va al diario por JRNLWR y a EMPAUD.LOG, y el
      *          empleado queda en ANONREG.DAT para que RESTAURA y
      *          RECUPERA lo vuelvan a enmascarar por REANONIM. Tambien
      *          se enmascaran las imagenes de esos empleados en
      *          EMPAUD.LOG, en el ultimo EMPEXT.TXT y en la cadena de
      *          salvaguardas vigente de MANIFEST.DAT (copia completa
      *          del maestro, incrementos y diarios de esos dias); el
      *          numero de registros no cambia y el manifiesto sigue
      *          verificando. Deja el certificado ANONaaaammdd.PRT sin
      *          datos personales. Reservado a supervisores (o a quien
      *          tenga su delegacion vigente) con el maestro bloqueado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZ.
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
           SELECT EMP-AUDIT ASSIGN TO "EMPAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT ANON-REGISTRO ASSIGN TO "ANONREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-STATUS.
           SELECT ANOS-CONSERVACION ASSIGN TO "ANONANOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANO-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAN-STATUS.
           SELECT ORIGEN-FILE ASSIGN TO DYNAMIC ORIGEN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORI-STATUS.
           SELECT TEMPORAL-FILE ASSIGN TO "ANONTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TMP-STATUS.
           SELECT CERTIFICADO ASSIGN TO DYNAMIC CERT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  EMP-AUDIT.
       01  EMP-AUDIT-RECORD.
           05  EA-OPERADOR          PIC X(08).
           05  EA-TERMINAL          PIC X(08).
           05  EA-ACCION            PIC X(08).
           05  EA-EMPLOYEE-ID       PIC 9(06).
           05  EA-IMAGEN-ANTES      PIC X(100).
           05  EA-IMAGEN-DESPUES    PIC X(100).
           05  EA-TIMESTAMP         PIC X(21).
       FD  ANON-REGISTRO.
       COPY ANONREG.
       FD  ANOS-CONSERVACION.
       01  ANONANOS-RECORD           PIC 9(02).
       FD  MANIFEST-FILE.
       COPY MANIFREG.
      *Una linea de cualquiera de los ficheros que se enmascaran,
      *con la vista de cada uno: diario (y sus incrementos),
      *EMPAUD.LOG y EMPEXT.TXT. La copia del maestro es la imagen
      *del registro tal cual.
       FD  ORIGEN-FILE.
       01  ORIGEN-LINEA              PIC X(260).
       01  ORIGEN-DIARIO.
           05  OD-FICHERO           PIC X(12).
           05  OD-OPERACION         PIC X(08).
           05  OD-TIMESTAMP         PIC X(21).
           05  OD-IMAGEN            PIC X(200).
       01  ORIGEN-AUDITORIA.
           05  OA-OPERADOR          PIC X(08).
           05  OA-TERMINAL          PIC X(08).
           05  OA-ACCION            PIC X(08).
           05  OA-EMPLOYEE-ID       PIC X(06).
           05  OA-IMAGEN-ANTES      PIC X(100).
           05  OA-IMAGEN-DESPUES    PIC X(100).
           05  OA-TIMESTAMP         PIC X(21).
       01  ORIGEN-EXTRACTO.
           05  OE-EMPLOYEE-ID       PIC X(06).
           05  FILLER               PIC X(01).
           05  OE-NOMBRE            PIC X(13).
           05  FILLER               PIC X(01).
           05  OE-APELLIDOS         PIC X(20).
           05  FILLER               PIC X(01).
           05  OE-FECHA-NACIMIENTO  PIC X(08).
           05  FILLER               PIC X(01).
           05  OE-EDAD              PIC X(03).
       FD  TEMPORAL-FILE.
       01  TEMPORAL-LINEA            PIC X(260).
       FD  CERTIFICADO.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  AUD-STATUS          PIC XX.
       01  AR-STATUS           PIC XX.
       01  ANO-STATUS          PIC XX.
       01  MAN-STATUS          PIC XX.
       01  ORI-STATUS          PIC XX.
       01  TMP-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  ORIGEN-NOMBRE       PIC X(22).
       01  CERT-NOMBRE         PIC X(20).
       01  ANOS-CONSERVAR      PIC 9(02) VALUE 5.
       01  FECHA-LIMITE        PIC 9(08).
       01  NOMBRE-ANONIMO      PIC X(13) VALUE "ANONIMIZADO".
       01  APELLIDOS-ANONIMOS  PIC X(20) VALUE "ANONIMIZADO".
       01  CANDIDATOS          PIC 9(06) VALUE 0.
       01  ANONIMIZADOS        PIC 9(06) VALUE 0.
       01  FALLIDOS            PIC 9(06) VALUE 0.
      *Imagen de un registro del maestro dentro de otro fichero, con
      *la misma disposicion que EMPLOYEE-MASTER-RECORD.
       01  IMAGEN-TRABAJO.
           05  IT-EMPLOYEE-ID       PIC X(06).
           05  IT-NOMBRE            PIC X(13).
           05  IT-APELLIDOS         PIC X(20).
           05  IT-EDAD              PIC X(03).
           05  FILLER               PIC X(33).
           05  IT-FECHA-NACIMIENTO  PIC X(08).
           05  FILLER               PIC X(117).
       01  ID-BUSCADO          PIC 9(06).
       01  ID-SW               PIC X VALUE "N".
           88  ID-ANONIMIZADO         VALUE "S".
      *Todos los empleados ya anonimizados, de esta ejecucion y de
      *las anteriores, en orden de identificador.
       01  ANON-COUNT          PIC 9(05) VALUE 0.
       01  ANON-TABLA.
           05  ANON-ENTRADA OCCURS 1 TO 20000 TIMES
                   DEPENDING ON ANON-COUNT
                   ASCENDING KEY IS AN-ID
                   INDEXED BY ANON-IX.
               10  AN-ID          PIC 9(06).
       01  DESBORDE-SW         PIC X VALUE "N".
           88  HUBO-DESBORDE          VALUE "S".
       01  TIPO-FICHERO        PIC X.
           88  FICHERO-COPIA-MAESTRO  VALUE "M".
           88  FICHERO-DIARIO         VALUE "J".
           88  FICHERO-AUDITORIA      VALUE "A".
           88  FICHERO-EXTRACTO       VALUE "E".
       01  ENMASCARADAS        PIC 9(06) VALUE 0.
       01  ENM-AUDITORIA       PIC 9(06) VALUE 0.
       01  ENM-EXTRACTO        PIC 9(06) VALUE 0.
       01  ENM-COPIA           PIC 9(06) VALUE 0.
       01  ENM-DIARIOS         PIC 9(06) VALUE 0.
       01  FICHEROS-CADENA     PIC 9(03) VALUE 0.
       01  FECHA-BASE          PIC 9(08) VALUE 0.
       01  LINEA-CERTIFICADO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LC-ID              PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LC-ALTA            PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LC-BAJA            PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LC-DEPTO           PIC X(04).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  LC-MOTIVO          PIC X(02).
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
           IF NOT NIVEL-SUPERVISION
               DISPLAY "La anonimizacion esta reservada a "
                       "supervisores; tu nivel no lo permite."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CARGA-CONSERVACION.
           PERFORM CALCULA-FECHA-LIMITE.
           DISPLAY "Plazo de conservacion: " ANOS-CONSERVAR
                   " anos. Se anonimizan las bajas anteriores al "
                   FECHA-LIMITE ".".
           PERFORM ADQUIERE-CERROJO-MAESTRO.
           IF NOT LK-CONCEDIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM LISTA-CANDIDATOS.
           IF CODIGO-RETORNO = 8
               PERFORM LIBERA-CERROJO-MAESTRO
               GO TO FINALIZAR-PROGRAMA.
           IF CANDIDATOS = 0
               DISPLAY "Ningun empleado pendiente de anonimizar."
               PERFORM LIBERA-CERROJO-MAESTRO
               GO TO FINALIZAR-PROGRAMA.
           DISPLAY "Se anonimizaran " CANDIDATOS " empleado(s). "
                   "Es irreversible. Confirmas (S/N)? ".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "Anonimizacion cancelada por el operador."
               PERFORM LIBERA-CERROJO-MAESTRO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM ABRE-CERTIFICADO.
           PERFORM ANONIMIZA-MAESTRO.
           PERFORM ENMASCARA-AUDITORIA.
           PERFORM ENMASCARA-EXTRACTO.
           PERFORM ENMASCARA-CADENA.
           PERFORM CIERRA-CERTIFICADO.
           PERFORM LIBERA-CERROJO-MAESTRO.
           MOVE SPACES TO DP-DETALLE
           STRING "ANONIMIZA " ANONIMIZADOS " BAJAS ANTERIORES AL "
                  FECHA-LIMITE
               DELIMITED BY SIZE INTO DP-DETALLE
           PERFORM ESTAMPA-DELEGACION.
           DISPLAY "Anonimizados: " ANONIMIZADOS
                   "  Fallidos: " FALLIDOS
                   ". Certificado en " CERT-NOMBRE ".".

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "ANONIMIZ"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "ANONIMIZ"           TO JL-PROGRAM-ID
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
           MOVE "ANONIMIZ"     TO TC-PROGRAMA
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
           MOVE "ANONIMIZ"     TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de ANONIMIZ."
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
               MOVE "ANONIMIZ" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
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

       CARGA-CONSERVACION.
           OPEN INPUT ANOS-CONSERVACION
           IF ANO-STATUS = "00"
               READ ANOS-CONSERVACION
                   NOT AT END
                       IF ANONANOS-RECORD IS NUMERIC
                               AND ANONANOS-RECORD > 0
                           MOVE ANONANOS-RECORD TO ANOS-CONSERVAR
                       END-IF
               END-READ
               CLOSE ANOS-CONSERVACION
           END-IF.

      *La fecha de negocio tantos anos atras; un 29 de febrero pasa
      *a 28 por si el ano de destino no es bisiesto.
       CALCULA-FECHA-LIMITE.
           COMPUTE FECHA-LIMITE =
               FN-FECHA-NEGOCIO - ANOS-CONSERVAR * 10000
           IF FECHA-LIMITE (5:4) = "0229"
               MOVE "28" TO FECHA-LIMITE (7:2)
           END-IF.

      *Candidato: de baja con fecha de baja anterior al limite y aun
      *sin enmascarar. Las bajas por fusion tambien entran, eran
      *duplicados de la misma persona.
       LISTA-CANDIDATOS.
           MOVE 0 TO CANDIDATOS
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPMAST.DAT. Estado: "
                       EM-STATUS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               DISPLAY "Empleados a anonimizar:"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO EM-STATUS
               END-READ
               PERFORM UNTIL EM-STATUS NOT = "00"
                   IF EM-DE-BAJA AND EM-FECHA-BAJA > 0
                           AND EM-FECHA-BAJA < FECHA-LIMITE
                           AND EM-NOMBRE NOT = NOMBRE-ANONIMO
                       ADD 1 TO CANDIDATOS
                       DISPLAY "  " EM-EMPLOYEE-ID " " EM-APELLIDOS
                               " " EM-NOMBRE " Baja: " EM-FECHA-BAJA
                               " Dpto: " EM-DEPARTAMENTO
                   END-IF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       ABRE-CERTIFICADO.
           MOVE SPACES TO CERT-NOMBRE
           STRING "ANON" FN-FECHA-NEGOCIO ".PRT"
               DELIMITED BY SIZE INTO CERT-NOMBRE
           OPEN OUTPUT CERTIFICADO
           MOVE "CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Fecha de negocio: " FN-FECHA-NEGOCIO
                  "  Ejecutado: " OP-TIMESTAMP (1:14)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Operador: " OP-OPERADOR-ID
                  "  Terminal: " OP-TERMINAL-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF DP-DELEGADO
               MOVE SPACES TO RPT-LINE
               STRING "Por delegacion de: " DP-DELEGANTE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Plazo de conservacion: " ANOS-CONSERVAR
                  " anos. Bajas anteriores al " FECHA-LIMITE "."
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "Se enmascaran nombre, apellidos, fecha de nacimiento"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE "y edad; se conservan identificador, fechas, depart"
             & "amento y estado." TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  Numero  Alta      Baja      Dpto  Motivo"
               TO RPT-LINE
           WRITE RPT-LINE.

      *Una sola pasada por clave: enmascara los candidatos y, de
      *paso, carga en la tabla todos los ya anonimizados, los de hoy
      *y los de ejecuciones anteriores, para limpiar despues los
      *demas ficheros.
       ANONIMIZA-MAESTRO.
           MOVE 0 TO ANONIMIZADOS
           MOVE 0 TO ANON-COUNT
           OPEN I-O EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPMAST.DAT. Estado: "
                       EM-STATUS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO EM-STATUS
               END-READ
               PERFORM UNTIL EM-STATUS NOT = "00"
                   IF EM-DE-BAJA AND EM-FECHA-BAJA > 0
                           AND EM-FECHA-BAJA < FECHA-LIMITE
                           AND EM-NOMBRE NOT = NOMBRE-ANONIMO
                       PERFORM ANONIMIZA-EMPLEADO
                   END-IF
                   IF EM-DE-BAJA AND EM-NOMBRE = NOMBRE-ANONIMO
                       PERFORM GUARDA-ANONIMIZADO
                   END-IF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       ANONIMIZA-EMPLEADO.
           MOVE NOMBRE-ANONIMO     TO EM-NOMBRE
           MOVE APELLIDOS-ANONIMOS TO EM-APELLIDOS
           MOVE 0                  TO EM-FECHA-NACIMIENTO
           MOVE 0                  TO EM-EDAD
           REWRITE EMPLOYEE-MASTER-RECORD
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo regrabar el empleado "
                       EM-EMPLOYEE-ID ". Estado: " EM-STATUS
               ADD 1 TO FALLIDOS
               MOVE 4 TO CODIGO-RETORNO
               MOVE SPACES TO EM-NOMBRE
           ELSE
               ADD 1 TO ANONIMIZADOS
               MOVE "EMPMAST" TO JR-FICHERO
               MOVE "REWRITE" TO JR-OPERACION
               MOVE EMPLOYEE-MASTER-RECORD TO JR-IMAGEN
               CALL "JRNLWR" USING JOURNAL-PARM
               PERFORM GRABA-AUDITORIA
               PERFORM GRABA-REGISTRO-ANONIMO
               MOVE EM-EMPLOYEE-ID  TO LC-ID
               MOVE EM-FECHA-ALTA   TO LC-ALTA
               MOVE EM-FECHA-BAJA   TO LC-BAJA
               MOVE EM-DEPARTAMENTO TO LC-DEPTO
               MOVE EM-MOTIVO-BAJA  TO LC-MOTIVO
               MOVE LINEA-CERTIFICADO TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE "00" TO EM-STATUS.

       GUARDA-ANONIMIZADO.
           IF ANON-COUNT >= 20000
               MOVE "S" TO DESBORDE-SW
           ELSE
               ADD 1 TO ANON-COUNT
               MOVE EM-EMPLOYEE-ID TO AN-ID (ANON-COUNT)
           END-IF.

      *La imagen anterior no se guarda: es justo lo que se borra.
       GRABA-AUDITORIA.
           MOVE OP-OPERADOR-ID  TO EA-OPERADOR
           MOVE OP-TERMINAL-ID  TO EA-TERMINAL
           MOVE "ANONIMIZ"      TO EA-ACCION
           MOVE EM-EMPLOYEE-ID  TO EA-EMPLOYEE-ID
           MOVE SPACES          TO EA-IMAGEN-ANTES
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

       GRABA-REGISTRO-ANONIMO.
           MOVE EM-EMPLOYEE-ID   TO AR-EMPLOYEE-ID
           MOVE EM-FECHA-BAJA    TO AR-FECHA-BAJA
           MOVE FN-FECHA-NEGOCIO TO AR-FECHA-PROCESO
           MOVE OP-OPERADOR-ID   TO AR-OPERADOR-ID
           MOVE FUNCTION CURRENT-DATE TO AR-TIMESTAMP
           OPEN EXTEND ANON-REGISTRO
           IF AR-STATUS = "35"
               OPEN OUTPUT ANON-REGISTRO
               CLOSE ANON-REGISTRO
               OPEN EXTEND ANON-REGISTRO
           END-IF
           WRITE ANONIMIZADO-RECORD
           CLOSE ANON-REGISTRO.

       ENMASCARA-AUDITORIA.
           MOVE "EMPAUD.LOG" TO ORIGEN-NOMBRE
           MOVE "A" TO TIPO-FICHERO
           PERFORM ENMASCARA-FICHERO
           MOVE ENMASCARADAS TO ENM-AUDITORIA.

       ENMASCARA-EXTRACTO.
           MOVE "EMPEXT.TXT" TO ORIGEN-NOMBRE
           MOVE "E" TO TIPO-FICHERO
           PERFORM ENMASCARA-FICHERO
           MOVE ENMASCARADAS TO ENM-EXTRACTO.

      *La cadena vigente es la que RESTAURA verifica: la copia
      *completa del maestro y cada incremento colgado de ella, con el
      *diario de ese dia del que salio el incremento.
       ENMASCARA-CADENA.
           MOVE 0 TO FICHEROS-CADENA
           MOVE 0 TO FECHA-BASE
           OPEN INPUT MANIFEST-FILE
           IF MAN-STATUS = "00"
               PERFORM UNTIL MAN-STATUS NOT = "00"
                   READ MANIFEST-FILE
                       AT END
                           MOVE "10" TO MAN-STATUS
                       NOT AT END
                           PERFORM ENMASCARA-PIEZA
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       ENMASCARA-PIEZA.
           EVALUATE TRUE
               WHEN MF-PIEZA-COMPLETA AND MF-FICHERO = "EMPMAST"
                   MOVE MF-FECHA TO FECHA-BASE
                   MOVE SPACES TO ORIGEN-NOMBRE
                   STRING "BKEMP" MF-FECHA ".DAT"
                       DELIMITED BY SIZE INTO ORIGEN-NOMBRE
                   MOVE "M" TO TIPO-FICHERO
                   PERFORM ENMASCARA-FICHERO
                   ADD ENMASCARADAS TO ENM-COPIA
                   ADD 1 TO FICHEROS-CADENA
               WHEN MF-PIEZA-INCREMENTO
                   MOVE SPACES TO ORIGEN-NOMBRE
                   STRING "BKJRNL" MF-FECHA ".DAT"
                       DELIMITED BY SIZE INTO ORIGEN-NOMBRE
                   MOVE "J" TO TIPO-FICHERO
                   PERFORM ENMASCARA-FICHERO
                   ADD ENMASCARADAS TO ENM-DIARIOS
                   MOVE SPACES TO ORIGEN-NOMBRE
                   STRING "JRNL" MF-FECHA ".DAT"
                       DELIMITED BY SIZE INTO ORIGEN-NOMBRE
                   PERFORM ENMASCARA-FICHERO
                   ADD ENMASCARADAS TO ENM-DIARIOS
                   ADD 2 TO FICHEROS-CADENA
           END-EVALUATE.

      *Copia el fichero a ANONTMP.DAT enmascarando cada linea de un
      *empleado anonimizado y, solo si ha cambiado algo, lo vuelve a
      *copiar encima. Mismo numero de lineas y en el mismo orden.
       ENMASCARA-FICHERO.
           MOVE 0 TO ENMASCARADAS
           OPEN INPUT ORIGEN-FILE
           IF ORI-STATUS = "00"
               OPEN OUTPUT TEMPORAL-FILE
               PERFORM UNTIL ORI-STATUS NOT = "00"
                   READ ORIGEN-FILE
                       AT END
                           MOVE "10" TO ORI-STATUS
                       NOT AT END
                           PERFORM ENMASCARA-LINEA
                           WRITE TEMPORAL-LINEA FROM ORIGEN-LINEA
                   END-READ
               END-PERFORM
               CLOSE TEMPORAL-FILE
               CLOSE ORIGEN-FILE
               IF ENMASCARADAS > 0
                   PERFORM REEMPLAZA-ORIGEN
               END-IF
           END-IF.

       REEMPLAZA-ORIGEN.
           OPEN INPUT TEMPORAL-FILE
           OPEN OUTPUT ORIGEN-FILE
           PERFORM UNTIL TMP-STATUS NOT = "00"
               READ TEMPORAL-FILE
                   AT END
                       MOVE "10" TO TMP-STATUS
                   NOT AT END
                       WRITE ORIGEN-LINEA FROM TEMPORAL-LINEA
               END-READ
           END-PERFORM
           CLOSE ORIGEN-FILE
           CLOSE TEMPORAL-FILE.

       ENMASCARA-LINEA.
           EVALUATE TRUE
               WHEN FICHERO-COPIA-MAESTRO
                   MOVE ORIGEN-LINEA TO IMAGEN-TRABAJO
                   PERFORM ENMASCARA-IMAGEN
                   IF ID-ANONIMIZADO
                       MOVE IMAGEN-TRABAJO TO ORIGEN-LINEA
                   END-IF
               WHEN FICHERO-DIARIO
                   IF OD-FICHERO = "EMPMAST"
                       MOVE OD-IMAGEN TO IMAGEN-TRABAJO
                       PERFORM ENMASCARA-IMAGEN
                       IF ID-ANONIMIZADO
                           MOVE IMAGEN-TRABAJO TO OD-IMAGEN
                       END-IF
                   END-IF
               WHEN FICHERO-AUDITORIA
                   MOVE OA-IMAGEN-ANTES TO IMAGEN-TRABAJO
                   PERFORM ENMASCARA-IMAGEN
                   IF ID-ANONIMIZADO
                       MOVE IMAGEN-TRABAJO TO OA-IMAGEN-ANTES
                   END-IF
                   MOVE OA-IMAGEN-DESPUES TO IMAGEN-TRABAJO
                   PERFORM ENMASCARA-IMAGEN
                   IF ID-ANONIMIZADO
                       MOVE IMAGEN-TRABAJO TO OA-IMAGEN-DESPUES
                   END-IF
               WHEN FICHERO-EXTRACTO
                   PERFORM ENMASCARA-LINEA-EXTRACTO
           END-EVALUATE.

      *ID-ANONIMIZADO queda a "S" solo si la imagen era de un
      *empleado anonimizado y aun llevaba algun dato personal.
       ENMASCARA-IMAGEN.
           MOVE "N" TO ID-SW
           IF IT-EMPLOYEE-ID IS NUMERIC AND ANON-COUNT > 0
               MOVE IT-EMPLOYEE-ID TO ID-BUSCADO
               SEARCH ALL ANON-ENTRADA
                   WHEN AN-ID (ANON-IX) = ID-BUSCADO
                       IF IT-NOMBRE NOT = NOMBRE-ANONIMO
                               OR IT-APELLIDOS NOT = APELLIDOS-ANONIMOS
                               OR IT-FECHA-NACIMIENTO NOT = "00000000"
                           MOVE "S" TO ID-SW
                       END-IF
               END-SEARCH
           END-IF
           IF ID-ANONIMIZADO
               MOVE NOMBRE-ANONIMO     TO IT-NOMBRE
               MOVE APELLIDOS-ANONIMOS TO IT-APELLIDOS
               MOVE "000"              TO IT-EDAD
               MOVE "00000000"         TO IT-FECHA-NACIMIENTO
               ADD 1 TO ENMASCARADAS
           END-IF.

      *EMPEXT.TXT lleva los campos separados por punto y coma con
      *su ancho fijo: identificador, nombre, apellidos, fecha de
      *nacimiento y edad en cabeza.
       ENMASCARA-LINEA-EXTRACTO.
           IF OE-EMPLOYEE-ID IS NUMERIC AND ANON-COUNT > 0
                   AND OE-NOMBRE NOT = NOMBRE-ANONIMO
               MOVE OE-EMPLOYEE-ID TO ID-BUSCADO
               SEARCH ALL ANON-ENTRADA
                   WHEN AN-ID (ANON-IX) = ID-BUSCADO
                       MOVE NOMBRE-ANONIMO     TO OE-NOMBRE
                       MOVE APELLIDOS-ANONIMOS TO OE-APELLIDOS
                       MOVE "00000000"         TO OE-FECHA-NACIMIENTO
                       MOVE "000"              TO OE-EDAD
                       ADD 1 TO ENMASCARADAS
               END-SEARCH
           END-IF.

       CIERRA-CERTIFICADO.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Empleados anonimizados en esta ejecucion: "
                  ANONIMIZADOS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF FALLIDOS > 0
               MOVE SPACES TO RPT-LINE
               STRING "Empleados que no se pudieron regrabar: "
                      FALLIDOS
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Imagenes enmascaradas: EMPAUD.LOG " ENM-AUDITORIA
                  ", EMPEXT.TXT " ENM-EXTRACTO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF FECHA-BASE > 0
               STRING "Cadena de salvaguardas del " FECHA-BASE
                      ": copia del maestro " ENM-COPIA
                      ", diarios e incrementos " ENM-DIARIOS
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "Sin cadena de salvaguardas en MANIFEST.DAT."
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE "Cambios del maestro anotados en el diario y en"
             & " ANONREG.DAT; RESTAURA y RECUPERA los reaplican."
               TO RPT-LINE
           WRITE RPT-LINE
           IF HUBO-DESBORDE
               MOVE "Aviso: demasiados anonimizados para la tabla; la"
                 & " limpieza de los demas ficheros quedo incompleta."
                   TO RPT-LINE
               WRITE RPT-LINE
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF
           CLOSE CERTIFICADO.

       END PROGRAM ANONIMIZ.
