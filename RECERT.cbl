      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Campana trimestral de recertificacion de accesos:
      *          un supervisor abre la campana con su fecha limite,
      *          que vuelca cada cuenta autorizada de AUTHOPS.DAT en
      *          RECERT.DAT con su nivel, su ventana horaria y su
      *          ultimo acceso correcto tomado de SIGNOFF.LOG
      *          (marcando como dormidas las que llevan mas dias sin
      *          entrar que los configurados), y luego confirma o
      *          suspende cuenta por cuenta. Las que sigan pendientes
      *          al vencer la fecha limite las suspende el paso
      *          nocturno RECERTVN. El certificado RECERT.PRT deja
      *          para el archivo de cumplimiento quien confirmo que y
      *          cuando. La matriz de permisos de PERMCHK autoriza la
      *          entrada y cada funcion del menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-OPERATORS ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OPERADOR
               FILE STATUS IS AUTH-STATUS.
           SELECT AUTH-AUDIT ASSIGN TO "AUTHAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CLAVE
               FILE STATUS IS RT-STATUS.
           SELECT RECERT-CONTROL ASSIGN TO "RECERTCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RC-STATUS.
           SELECT SIGNOFF-LOG ASSIGN TO "SIGNOFF.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGNOFF-STATUS.
           SELECT CERTIFICADO-REPORT ASSIGN TO "RECERT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  AUTH-AUDIT.
       COPY AUTHAUD.
       FD  RECERT-FILE.
       COPY RECERTRG.
       FD  RECERT-CONTROL.
       COPY RECERTCT.
       FD  SIGNOFF-LOG.
       COPY SIGNOFF.
       FD  CERTIFICADO-REPORT.
       01  RPT-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  AUTH-STATUS         PIC XX.
       01  AUD-STATUS          PIC XX.
       01  RT-STATUS           PIC XX.
       01  RC-STATUS           PIC XX.
       01  SIGNOFF-STATUS      PIC XX.
       01  RPT-STATUS          PIC XX.
       01  OPCION              PIC X.
           88  OPCION-ABRE            VALUE "1".
           88  OPCION-LISTA           VALUE "2".
           88  OPCION-RECERTIFICA     VALUE "3".
           88  OPCION-CERTIFICADO     VALUE "4".
           88  OPCION-SALIR           VALUE "5".
       01  DECISION            PIC X.
           88  DECIDE-CONFIRMA        VALUE "C" "c".
           88  DECIDE-SUSPENDE        VALUE "S" "s".
       01  HAY-CAMPANA-SW      PIC X VALUE "N".
           88  HAY-CAMPANA            VALUE "S".
       01  OPERADOR-PEDIDO     PIC X(08).
       01  FECHA-LIMITE-X      PIC X(08).
       01  FECHA-LIMITE REDEFINES FECHA-LIMITE-X PIC 9(08).
       01  DIAS-DORMIDA-X      PIC X(04).
       01  DIAS-DORMIDA        PIC 9(04).
       01  CIFRAS-DIAS         PIC 9(02).
       01  DATO-VALIDO         PIC X VALUE "N".
           88  DATO-ES-VALIDO         VALUE "S".
       01  DIAS-POR-DEFECTO    PIC 9(04) VALUE 90.
       01  PLAZO-POR-DEFECTO   PIC 9(03) VALUE 30.
       01  TRIMESTRE           PIC 9.
       01  MES-NEGOCIO         PIC 9(02).
       01  DIAS-SIN-ACCESO     PIC S9(07).
       01  IMAGEN-ANTES        PIC X(30).
       01  VOLCADAS            PIC 9(05) VALUE 0.
       01  DORMIDAS            PIC 9(05) VALUE 0.
       01  LISTADOS            PIC 9(05) VALUE 0.
       01  CONFIRMADAS         PIC 9(05) VALUE 0.
       01  SUSPENDIDAS         PIC 9(05) VALUE 0.
       01  VENCIDAS            PIC 9(05) VALUE 0.
       01  PENDIENTES          PIC 9(05) VALUE 0.
       01  ACCESO-COUNT        PIC 9(03) VALUE 0.
       01  ACCESO-TABLA.
           05  ACCESO-ENTRADA OCCURS 1 TO 300 TIMES
                   DEPENDING ON ACCESO-COUNT
                   INDEXED BY ACCESO-IX.
               10  AT-OPERADOR    PIC X(08).
               10  AT-FECHA       PIC 9(08).
       01  ACCESO-HALLADO-SW   PIC X VALUE "N".
           88  ACCESO-HALLADO         VALUE "S".
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
       COPY FECHAPRM.
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
           IF NOT NIVEL-SUPERVISION
               DISPLAY "La recertificacion de accesos esta reservada "
                       "a supervisores; tu nivel no lo permite."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.

       MENU-RECERTIFICACION.
           PERFORM LEE-CONTROL-CAMPANA.
           IF HAY-CAMPANA
               DISPLAY "Campana " RC-CAMPANA " (" RC-ESTADO
                       ") abierta el " RC-FECHA-APERTURA
                       ", limite " RC-FECHA-LIMITE "."
           END-IF.
           DISPLAY "Recertificacion de accesos:".
           DISPLAY "  1. Abrir campana".
           DISPLAY "  2. Listar campana".
           DISPLAY "  3. Recertificar operador".
           DISPLAY "  4. Imprimir certificado".
           DISPLAY "  5. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-RECERTIFICACION.
           EVALUATE TRUE
               WHEN OPCION-ABRE
                   PERFORM ABRE-CAMPANA
                   GO TO MENU-RECERTIFICACION
               WHEN OPCION-LISTA
                   PERFORM LISTA-CAMPANA
                   GO TO MENU-RECERTIFICACION
               WHEN OPCION-RECERTIFICA
                   PERFORM RECERTIFICA-OPERADOR
                       THRU RECERTIFICA-OPERADOR-FIN
                   GO TO MENU-RECERTIFICACION
               WHEN OPCION-CERTIFICADO
                   PERFORM IMPRIME-CERTIFICADO
                   GO TO MENU-RECERTIFICACION
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 5."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-RECERTIFICACION
           END-EVALUATE.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "RECERT"             TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "RECERT"             TO JL-PROGRAM-ID
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
           MOVE "RECERT"       TO TC-PROGRAMA
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
           MOVE "RECERT"       TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de RECERT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-ABRE
                   MOVE "ABRE"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-LISTA
                   MOVE "LISTA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-RECERTIFICA
                   MOVE "RECERTIFICA" TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-CERTIFICADO
                   MOVE "CERTIFICADO" TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

       LEE-CONTROL-CAMPANA.
           MOVE "N" TO HAY-CAMPANA-SW
           OPEN INPUT RECERT-CONTROL
           IF RC-STATUS = "00"
               READ RECERT-CONTROL
                   NOT AT END
                       MOVE "S" TO HAY-CAMPANA-SW
               END-READ
               CLOSE RECERT-CONTROL
           END-IF.

      *La campana se identifica por el ano y el trimestre de la
      *fecha de negocio (2026T4); no se abre otra mientras la
      *anterior siga abierta.
       ABRE-CAMPANA.
           IF HAY-CAMPANA AND RC-ABIERTA
               DISPLAY "La campana " RC-CAMPANA " sigue abierta "
                       "hasta " RC-FECHA-LIMITE "; no se abre otra."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               IF HAY-CAMPANA AND RC-DIAS-DORMIDA IS NUMERIC
                       AND RC-DIAS-DORMIDA > 0
                   MOVE RC-DIAS-DORMIDA TO DIAS-POR-DEFECTO
               END-IF
               MOVE FN-FECHA-NEGOCIO (5:2) TO MES-NEGOCIO
               COMPUTE TRIMESTRE = (MES-NEGOCIO - 1) / 3 + 1
               MOVE SPACES TO RC-CAMPANA
               STRING FN-FECHA-NEGOCIO (1:4) "T" TRIMESTRE
                   DELIMITED BY SIZE INTO RC-CAMPANA
               MOVE "N" TO DATO-VALIDO
               PERFORM UNTIL DATO-ES-VALIDO
                   PERFORM PIDE-FECHA-LIMITE
               END-PERFORM
               MOVE "N" TO DATO-VALIDO
               PERFORM UNTIL DATO-ES-VALIDO
                   PERFORM PIDE-DIAS-DORMIDA
               END-PERFORM
               MOVE FN-FECHA-NEGOCIO TO RC-FECHA-APERTURA
               MOVE FECHA-LIMITE     TO RC-FECHA-LIMITE
               MOVE DIAS-DORMIDA     TO RC-DIAS-DORMIDA
               MOVE "A"              TO RC-ESTADO
               MOVE OP-OPERADOR-ID   TO RC-SUPERVISOR
               PERFORM CARGA-ULTIMOS-ACCESOS
               PERFORM VUELCA-CUENTAS
               IF VOLCADAS > 0
                   OPEN OUTPUT RECERT-CONTROL
                   WRITE RECERT-CONTROL-RECORD
                   CLOSE RECERT-CONTROL
                   MOVE "S" TO HAY-CAMPANA-SW
                   DISPLAY "Campana " RC-CAMPANA " abierta con "
                           VOLCADAS " cuentas, " DORMIDAS
                           " dormidas. Limite: " RC-FECHA-LIMITE
               ELSE
                   DISPLAY "No hay cuentas autorizadas que "
                           "recertificar o la campana ya existia."
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

      *Una fecha limite tecleada ha de ser una fecha real posterior
      *a la de negocio: con una ya pasada RECERTVN suspenderia de
      *golpe todas las cuentas pendientes.
       PIDE-FECHA-LIMITE.
           DISPLAY "Fecha limite AAAAMMDD (espacios para "
                   PLAZO-POR-DEFECTO " dias): "
           ACCEPT FECHA-LIMITE-X
           IF FECHA-LIMITE-X = SPACES
               COMPUTE FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FN-FECHA-NEGOCIO)
                    + PLAZO-POR-DEFECTO)
               MOVE "S" TO DATO-VALIDO
           ELSE
               IF FECHA-LIMITE-X IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD (FECHA-LIMITE) = 0
                           AND FECHA-LIMITE > FN-FECHA-NEGOCIO
                       MOVE "S" TO DATO-VALIDO
                   END-IF
               END-IF
               IF NOT DATO-ES-VALIDO
                   DISPLAY "Fecha no valida: ha de ser una fecha "
                           "AAAAMMDD posterior a " FN-FECHA-NEGOCIO "."
               END-IF
           END-IF.

      *Los dias se teclean sin ceros a la izquierda ("30"): se toman
      *las cifras hasta el primer blanco y el resto ha de venir en
      *blanco.
       PIDE-DIAS-DORMIDA.
           DISPLAY "Dias sin acceso para marcar una cuenta "
                   "como dormida (espacios para "
                   DIAS-POR-DEFECTO "): "
           MOVE SPACES TO DIAS-DORMIDA-X
           ACCEPT DIAS-DORMIDA-X
           IF DIAS-DORMIDA-X = SPACES
               MOVE DIAS-POR-DEFECTO TO DIAS-DORMIDA
               MOVE "S" TO DATO-VALIDO
           ELSE
               MOVE 0 TO CIFRAS-DIAS
               INSPECT DIAS-DORMIDA-X TALLYING CIFRAS-DIAS
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF CIFRAS-DIAS > 0
                   IF DIAS-DORMIDA-X (1:CIFRAS-DIAS) IS NUMERIC
                       MOVE DIAS-DORMIDA-X (1:CIFRAS-DIAS)
                           TO DIAS-DORMIDA
                       IF DIAS-DORMIDA > 0
                           MOVE "S" TO DATO-VALIDO
                       END-IF
                   END-IF
               END-IF
               IF DATO-ES-VALIDO AND CIFRAS-DIAS < 4
                   IF DIAS-DORMIDA-X (CIFRAS-DIAS + 1:) NOT = SPACES
                       MOVE "N" TO DATO-VALIDO
                   END-IF
               END-IF
               IF NOT DATO-ES-VALIDO
                   DISPLAY "Numero de dias no valido: teclea de 1 a "
                           "9999."
               END-IF
           END-IF.

      *Ultimo acceso correcto de cada operador: inicio de sesion de
      *SIGNON (I) o firma aceptada del menu GO-TO (S).
       CARGA-ULTIMOS-ACCESOS.
           MOVE 0 TO ACCESO-COUNT
           OPEN INPUT SIGNOFF-LOG
           IF SIGNOFF-STATUS = "00"
               PERFORM UNTIL SIGNOFF-STATUS NOT = "00"
                   READ SIGNOFF-LOG
                       AT END
                           MOVE "10" TO SIGNOFF-STATUS
                       NOT AT END
                           IF (SO-RESPUESTA = "I"
                                   OR SO-RESPUESTA = "S"
                                   OR SO-RESPUESTA = "s")
                               AND SO-AUTORIZADO = "S"
                               AND SO-TIMESTAMP (1:8) IS NUMERIC
                               PERFORM ANOTA-ACCESO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-LOG
           END-IF.

       ANOTA-ACCESO.
           MOVE "N" TO ACCESO-HALLADO-SW
           PERFORM VARYING ACCESO-IX FROM 1 BY 1
                   UNTIL ACCESO-IX > ACCESO-COUNT
                       OR ACCESO-HALLADO
               IF AT-OPERADOR (ACCESO-IX) = SO-OPERADOR
                   MOVE "S" TO ACCESO-HALLADO-SW
                   IF SO-TIMESTAMP (1:8) > AT-FECHA (ACCESO-IX)
                       MOVE SO-TIMESTAMP (1:8) TO AT-FECHA (ACCESO-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ACCESO-HALLADO AND ACCESO-COUNT < 300
               ADD 1 TO ACCESO-COUNT
               MOVE SO-OPERADOR TO AT-OPERADOR (ACCESO-COUNT)
               MOVE SO-TIMESTAMP (1:8) TO AT-FECHA (ACCESO-COUNT)
           END-IF.

       BUSCA-ULTIMO-ACCESO.
           MOVE 0 TO RT-ULTIMO-ACCESO
           MOVE "N" TO ACCESO-HALLADO-SW
           PERFORM VARYING ACCESO-IX FROM 1 BY 1
                   UNTIL ACCESO-IX > ACCESO-COUNT
                       OR ACCESO-HALLADO
               IF AT-OPERADOR (ACCESO-IX) = AO-OPERADOR
                   MOVE "S" TO ACCESO-HALLADO-SW
                   MOVE AT-FECHA (ACCESO-IX) TO RT-ULTIMO-ACCESO
               END-IF
           END-PERFORM.

       VUELCA-CUENTAS.
           MOVE 0 TO VOLCADAS
           MOVE 0 TO DORMIDAS
           OPEN INPUT AUTH-OPERATORS
           IF AUTH-STATUS NOT = "00"
               DISPLAY "No se pudo abrir AUTHOPS.DAT. Estado: "
                       AUTH-STATUS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM ABRE-RECERT-FILE
               READ AUTH-OPERATORS NEXT RECORD
                   AT END
                       MOVE "10" TO AUTH-STATUS
               END-READ
               PERFORM UNTIL AUTH-STATUS NOT = "00"
                   IF AO-AUTORIZADO = "S"
                       PERFORM VUELCA-UNA-CUENTA
                   END-IF
                   READ AUTH-OPERATORS NEXT RECORD
                       AT END
                           MOVE "10" TO AUTH-STATUS
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
               CLOSE AUTH-OPERATORS
           END-IF.

       VUELCA-UNA-CUENTA.
           MOVE RC-CAMPANA    TO RT-CAMPANA
           MOVE AO-OPERADOR   TO RT-OPERADOR
           MOVE AO-NIVEL      TO RT-NIVEL
           MOVE AO-HORA-DESDE TO RT-HORA-DESDE
           MOVE AO-HORA-HASTA TO RT-HORA-HASTA
           PERFORM BUSCA-ULTIMO-ACCESO
           MOVE "N" TO RT-DORMIDA
           IF RT-ULTIMO-ACCESO = 0
               MOVE "S" TO RT-DORMIDA
           ELSE
               COMPUTE DIAS-SIN-ACCESO =
                   FUNCTION INTEGER-OF-DATE (FN-FECHA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE (RT-ULTIMO-ACCESO)
               IF DIAS-SIN-ACCESO > RC-DIAS-DORMIDA
                   MOVE "S" TO RT-DORMIDA
               END-IF
           END-IF
           MOVE "P"           TO RT-ESTADO
           MOVE SPACES        TO RT-SUPERVISOR
           MOVE SPACES        TO RT-TIMESTAMP
           WRITE RECERT-RECORD
           IF RT-STATUS = "00"
               ADD 1 TO VOLCADAS
               IF RT-CUENTA-DORMIDA
                   ADD 1 TO DORMIDAS
               END-IF
           END-IF.

       ABRE-RECERT-FILE.
           OPEN I-O RECERT-FILE
           IF RT-STATUS = "35"
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN I-O RECERT-FILE
           END-IF.

       LISTA-CAMPANA.
           MOVE 0 TO LISTADOS
           IF NOT HAY-CAMPANA
               DISPLAY "No hay ninguna campana registrada."
           ELSE
               PERFORM ABRE-RECERT-FILE
               MOVE RC-CAMPANA  TO RT-CAMPANA
               MOVE LOW-VALUES  TO RT-OPERADOR
               START RECERT-FILE KEY NOT < RT-CLAVE
                   INVALID KEY
                       MOVE "23" TO RT-STATUS
               END-START
               IF RT-STATUS = "00"
                   READ RECERT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RT-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL RT-STATUS NOT = "00"
                       OR RT-CAMPANA NOT = RC-CAMPANA
                   DISPLAY "  " RT-OPERADOR "  Nivel: " RT-NIVEL
                           "  Ventana: " RT-HORA-DESDE "-"
                           RT-HORA-HASTA "  Ultimo acceso: "
                           RT-ULTIMO-ACCESO "  Dormida: " RT-DORMIDA
                           "  Estado: " RT-ESTADO " " RT-SUPERVISOR
                   ADD 1 TO LISTADOS
                   READ RECERT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RT-STATUS
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
               DISPLAY "Cuentas en la campana: " LISTADOS
           END-IF.

      *Un supervisor no recertifica su propia cuenta; la decision
      *se toma sobre el nivel y la ventana vigentes en AUTHOPS.DAT,
      *que son los que quedan en el certificado.
       RECERTIFICA-OPERADOR.
           IF NOT HAY-CAMPANA OR NOT RC-ABIERTA
               DISPLAY "No hay campana abierta."
               MOVE 4 TO CODIGO-RETORNO
               GO TO RECERTIFICA-OPERADOR-FIN.
           DISPLAY "Identificador del operador a recertificar: ".
           ACCEPT OPERADOR-PEDIDO.
           IF OPERADOR-PEDIDO = OP-OPERADOR-ID
               DISPLAY "No puedes recertificar tu propia cuenta."
               MOVE 4 TO CODIGO-RETORNO
               GO TO RECERTIFICA-OPERADOR-FIN.
           PERFORM ABRE-RECERT-FILE
           MOVE RC-CAMPANA      TO RT-CAMPANA
           MOVE OPERADOR-PEDIDO TO RT-OPERADOR
           READ RECERT-FILE
               INVALID KEY
                   MOVE "23" TO RT-STATUS
           END-READ
           IF RT-STATUS NOT = "00"
               DISPLAY "El operador " OPERADOR-PEDIDO
                       " no esta en la campana " RC-CAMPANA "."
               MOVE 4 TO CODIGO-RETORNO
               CLOSE RECERT-FILE
               GO TO RECERTIFICA-OPERADOR-FIN.
           IF NOT RT-PENDIENTE
               DISPLAY "La cuenta ya fue tratada (estado "
                       RT-ESTADO ") por " RT-SUPERVISOR "."
               CLOSE RECERT-FILE
               GO TO RECERTIFICA-OPERADOR-FIN.
           OPEN I-O AUTH-OPERATORS
           MOVE OPERADOR-PEDIDO TO AO-OPERADOR
           READ AUTH-OPERATORS
               INVALID KEY
                   MOVE "23" TO AUTH-STATUS
           END-READ
           IF AUTH-STATUS NOT = "00"
               DISPLAY "El operador " OPERADOR-PEDIDO
                       " ya no esta en AUTHOPS.DAT."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               DISPLAY "Operador " AO-OPERADOR "  Nivel: " AO-NIVEL
                       "  Ventana: " AO-HORA-DESDE "-"
                       AO-HORA-HASTA
               DISPLAY "Ultimo acceso correcto: " RT-ULTIMO-ACCESO
               IF RT-CUENTA-DORMIDA
                   DISPLAY "ATENCION: cuenta dormida, sin accesos en "
                           "mas de " RC-DIAS-DORMIDA " dias."
               END-IF
               DISPLAY "C confirma nivel y ventana, S suspende la "
                       "cuenta, otra tecla la deja pendiente: "
               ACCEPT DECISION
               EVALUATE TRUE
                   WHEN DECIDE-CONFIRMA
                       PERFORM CONFIRMA-CUENTA
                   WHEN DECIDE-SUSPENDE
                       PERFORM SUSPENDE-CUENTA
                   WHEN OTHER
                       DISPLAY "La cuenta queda pendiente."
               END-EVALUATE
           END-IF
           CLOSE AUTH-OPERATORS
           CLOSE RECERT-FILE.

       RECERTIFICA-OPERADOR-FIN.
           EXIT.

       CONFIRMA-CUENTA.
           MOVE AO-NIVEL       TO RT-NIVEL
           MOVE AO-HORA-DESDE  TO RT-HORA-DESDE
           MOVE AO-HORA-HASTA  TO RT-HORA-HASTA
           MOVE "C"            TO RT-ESTADO
           MOVE OP-OPERADOR-ID TO RT-SUPERVISOR
           MOVE FUNCTION CURRENT-DATE TO RT-TIMESTAMP
           REWRITE RECERT-RECORD
           DISPLAY "Cuenta " RT-OPERADOR " recertificada.".

      *La suspension retira la autorizacion como la revocacion de
      *AUTHMNT; se vuelve a autorizar desde alli si hiciera falta.
       SUSPENDE-CUENTA.
           MOVE AUTH-OPERATOR-RECORD TO IMAGEN-ANTES
           MOVE "N" TO AO-AUTORIZADO
           REWRITE AUTH-OPERATOR-RECORD
           IF AUTH-STATUS NOT = "00"
               DISPLAY "No se pudo suspender la cuenta. Estado: "
                       AUTH-STATUS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM GRABA-AUDITORIA-SUSPENSION
               MOVE "S"            TO RT-ESTADO
               MOVE OP-OPERADOR-ID TO RT-SUPERVISOR
               MOVE FUNCTION CURRENT-DATE TO RT-TIMESTAMP
               REWRITE RECERT-RECORD
               DISPLAY "Cuenta " RT-OPERADOR " suspendida."
           END-IF.

       GRABA-AUDITORIA-SUSPENSION.
           MOVE OP-OPERADOR-ID       TO AU-SUPERVISOR
           MOVE OP-TERMINAL-ID       TO AU-TERMINAL
           MOVE "SUSPENDE"           TO AU-ACCION
           MOVE AO-OPERADOR          TO AU-OPERADOR
           MOVE IMAGEN-ANTES         TO AU-IMAGEN-ANTES
           MOVE AUTH-OPERATOR-RECORD TO AU-IMAGEN-DESPUES
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           MOVE AO-EMPLOYEE-ID       TO AU-EMPLEADO-ANTES
           MOVE AO-EMPLOYEE-ID       TO AU-EMPLEADO-DESPUES
           MOVE AO-ENTRENAMIENTO     TO AU-ENTRENAMIENTO-ANTES
           MOVE AO-ENTRENAMIENTO     TO AU-ENTRENAMIENTO-DESPUES
           OPEN EXTEND AUTH-AUDIT
           IF AUD-STATUS = "35"
               OPEN OUTPUT AUTH-AUDIT
               CLOSE AUTH-AUDIT
               OPEN EXTEND AUTH-AUDIT
           END-IF
           WRITE AUTH-AUDIT-RECORD
           CLOSE AUTH-AUDIT.

      *Certificado de la campana en curso o de la ultima cerrada:
      *cada cuenta con lo confirmado, quien y cuando.
       IMPRIME-CERTIFICADO.
           IF NOT HAY-CAMPANA
               DISPLAY "No hay ninguna campana registrada."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE 0 TO CONFIRMADAS
               MOVE 0 TO SUSPENDIDAS
               MOVE 0 TO VENCIDAS
               MOVE 0 TO PENDIENTES
               MOVE 0 TO DORMIDAS
               OPEN OUTPUT CERTIFICADO-REPORT
               PERFORM ESCRIBE-CABECERA-CERTIFICADO
               PERFORM ABRE-RECERT-FILE
               MOVE RC-CAMPANA  TO RT-CAMPANA
               MOVE LOW-VALUES  TO RT-OPERADOR
               START RECERT-FILE KEY NOT < RT-CLAVE
                   INVALID KEY
                       MOVE "23" TO RT-STATUS
               END-START
               IF RT-STATUS = "00"
                   READ RECERT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RT-STATUS
                   END-READ
               END-IF
               PERFORM UNTIL RT-STATUS NOT = "00"
                       OR RT-CAMPANA NOT = RC-CAMPANA
                   PERFORM ESCRIBE-LINEA-CERTIFICADO
                   READ RECERT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RT-STATUS
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
               PERFORM ESCRIBE-TOTALES-CERTIFICADO
               CLOSE CERTIFICADO-REPORT
               DISPLAY "Certificado de la campana " RC-CAMPANA
                       " grabado en RECERT.PRT."
           END-IF.

       ESCRIBE-CABECERA-CERTIFICADO.
           MOVE SPACES TO RPT-LINE
           STRING "Certificado de recertificacion de accesos - "
                  "Campana: " RC-CAMPANA
                  "  Estado: " RC-ESTADO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Abierta el " RC-FECHA-APERTURA
                  " por " RC-SUPERVISOR
                  "  Limite: " RC-FECHA-LIMITE
                  "  Emitido: " FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Cuenta dormida: sin accesos correctos en mas de "
                  RC-DIAS-DORMIDA " dias"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  Operador  Nv Ventana    Ult.acceso Dorm Est "
               & "Supervisor Fecha/hora"
               TO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-LINEA-CERTIFICADO.
           EVALUATE TRUE
               WHEN RT-CONFIRMADA
                   ADD 1 TO CONFIRMADAS
               WHEN RT-SUSPENDIDA
                   ADD 1 TO SUSPENDIDAS
               WHEN RT-VENCIDA
                   ADD 1 TO VENCIDAS
               WHEN OTHER
                   ADD 1 TO PENDIENTES
           END-EVALUATE
           IF RT-CUENTA-DORMIDA
               ADD 1 TO DORMIDAS
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  " RT-OPERADOR
                  "  " RT-NIVEL
                  "  " RT-HORA-DESDE "-" RT-HORA-HASTA
                  "  " RT-ULTIMO-ACCESO
                  "  " RT-DORMIDA
                  "    " RT-ESTADO
                  "   " RT-SUPERVISOR
                  "   " RT-TIMESTAMP (1:14)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-TOTALES-CERTIFICADO.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Confirmadas: " CONFIRMADAS
                  "  Suspendidas: " SUSPENDIDAS
                  "  Vencidas: " VENCIDAS
                  "  Pendientes: " PENDIENTES
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Dormidas: " DORMIDAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "  Estado: C confirmada, S suspendida por supervisor,"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE "          V suspendida al vencer, P pendiente."
               TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM RECERT.
