      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Mantenimiento de delegaciones de supervisor: un
      *          supervisor cede su autoridad de aprobacion a un
      *          operador autorizado durante un rango de fechas de
      *          negocio (vacaciones, ausencias) y puede anularla
      *          antes de tiempo. Las delegaciones se guardan en
      *          DELEGA.DAT, caducan solas al pasar la fecha final y
      *          cada alta o anulacion queda en AUTHAUD.LOG. No se
      *          puede delegar una autoridad recibida por delegacion. La
      *          matriz de permisos de PERMCHK autoriza la entrada y
      *          cada funcion del menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEGMNT.
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
           SELECT DELEGA-FILE ASSIGN TO "DELEGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-CLAVE
               FILE STATUS IS DG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  AUTH-AUDIT.
       COPY AUTHAUD.
       FD  DELEGA-FILE.
       COPY DELEGA.
       WORKING-STORAGE SECTION.
       01  AUTH-STATUS         PIC XX.
       01  AUD-STATUS          PIC XX.
       01  DG-STATUS           PIC XX.
       01  OPCION              PIC X.
           88  OPCION-ALTA            VALUE "1".
           88  OPCION-ANULA           VALUE "2".
           88  OPCION-LISTA           VALUE "3".
           88  OPCION-SALIR           VALUE "4".
       01  DELEGADO-PEDIDO     PIC X(08).
       01  FECHA-ENTRADA       PIC X(08).
       01  FECHA-ENTRADA-N REDEFINES FECHA-ENTRADA PIC 9(08).
       01  FECHA-DESDE         PIC 9(08).
       01  FECHA-HASTA         PIC 9(08).
       01  MOTIVO-NUEVO        PIC X(30).
       01  SITUACION           PIC X(09).
       01  LISTADOS            PIC 9(03) VALUE 0.
       01  AUDIT-ACCION        PIC X(08).
       01  CLAVE-OPERADOR      PIC X(08).
       01  ACCESO-PERMITIDO-SW PIC X VALUE "N".
           88  ACCESO-PERMITIDO       VALUE "S".
       01  NIVEL-ACTUAL        PIC X.
           88  NIVEL-SUPERVISION      VALUE "S" "A".
           88  NIVEL-ADMINISTRADOR    VALUE "A".
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
               DISPLAY "Las delegaciones las da un supervisor; tu "
                       "nivel no lo permite."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.

       MENU-DELEGACIONES.
           DISPLAY "Delegaciones de supervisor:".
           DISPLAY "  1. Delegar mi autoridad".
           DISPLAY "  2. Anular una delegacion".
           DISPLAY "  3. Listar delegaciones".
           DISPLAY "  4. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-DELEGACIONES.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-DELEGACION
                       THRU ALTA-DELEGACION-FIN
                   GO TO MENU-DELEGACIONES
               WHEN OPCION-ANULA
                   PERFORM ANULA-DELEGACION
                   GO TO MENU-DELEGACIONES
               WHEN OPCION-LISTA
                   PERFORM LISTA-DELEGACIONES
                   GO TO MENU-DELEGACIONES
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 4."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-DELEGACIONES
           END-EVALUATE.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "DELEGMNT"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "DELEGMNT"           TO JL-PROGRAM-ID
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
           MOVE "DELEGMNT"     TO TC-PROGRAMA
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
           MOVE "DELEGMNT"     TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de DELEGMNT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   MOVE "ALTA"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ANULA
                   MOVE "ANULA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-LISTA
                   MOVE "LISTA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

      *El delegado ha de ser otra cuenta autorizada; la fecha de
      *inicio por defecto es la de negocio de hoy.
       ALTA-DELEGACION.
           DISPLAY "Operador que recibe la delegacion: ".
           ACCEPT DELEGADO-PEDIDO.
           IF DELEGADO-PEDIDO = OP-OPERADOR-ID
               DISPLAY "No puedes delegar en ti mismo."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-DELEGACION-FIN.
           OPEN INPUT AUTH-OPERATORS
           MOVE DELEGADO-PEDIDO TO AO-OPERADOR
           READ AUTH-OPERATORS
               INVALID KEY
                   MOVE "23" TO AUTH-STATUS
           END-READ
           CLOSE AUTH-OPERATORS
           IF AUTH-STATUS NOT = "00" OR AO-AUTORIZADO NOT = "S"
               DISPLAY "El operador " DELEGADO-PEDIDO " no es una "
                       "cuenta autorizada de AUTHOPS.DAT."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-DELEGACION-FIN.
           DISPLAY "Fecha de inicio AAAAMMDD (espacios para hoy): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FN-FECHA-NEGOCIO TO FECHA-DESDE
           ELSE
               IF FECHA-ENTRADA NOT NUMERIC
                   DISPLAY "Fecha no valida, alta cancelada."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO ALTA-DELEGACION-FIN
               END-IF
               MOVE FECHA-ENTRADA-N TO FECHA-DESDE
           END-IF.
           DISPLAY "Fecha final AAAAMMDD: ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA NOT NUMERIC
                   OR FECHA-ENTRADA-N < FECHA-DESDE
                   OR FECHA-ENTRADA-N < FN-FECHA-NEGOCIO
               DISPLAY "Fecha final no valida, alta cancelada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-DELEGACION-FIN.
           MOVE FECHA-ENTRADA-N TO FECHA-HASTA.
           DISPLAY "Motivo (30 caracteres): ".
           ACCEPT MOTIVO-NUEVO.
           MOVE DELEGADO-PEDIDO TO DG-DELEGADO
           MOVE FECHA-DESDE     TO DG-FECHA-DESDE
           MOVE FECHA-HASTA     TO DG-FECHA-HASTA
           MOVE OP-OPERADOR-ID  TO DG-DELEGANTE
           MOVE "A"             TO DG-ESTADO
           MOVE MOTIVO-NUEVO    TO DG-MOTIVO
           MOVE FUNCTION CURRENT-DATE TO DG-TIMESTAMP
           PERFORM ABRE-DELEGA-FILE
           WRITE DELEGA-RECORD
           IF DG-STATUS NOT = "00"
               DISPLAY "Ya hay una delegacion para " DELEGADO-PEDIDO
                       " que empieza el " FECHA-DESDE ". Estado: "
                       DG-STATUS
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE "DELEGA" TO AUDIT-ACCION
               PERFORM GRABA-AUDITORIA-DELEGACION
               DISPLAY "Delegacion en " DELEGADO-PEDIDO " del "
                       FECHA-DESDE " al " FECHA-HASTA " grabada."
           END-IF
           CLOSE DELEGA-FILE.

       ALTA-DELEGACION-FIN.
           EXIT.

      *Solo anula quien delego o un administrador.
       ANULA-DELEGACION.
           DISPLAY "Operador delegado: ".
           ACCEPT DELEGADO-PEDIDO.
           DISPLAY "Fecha de inicio de la delegacion (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA NOT NUMERIC
               DISPLAY "Fecha no valida."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               PERFORM ABRE-DELEGA-FILE
               MOVE DELEGADO-PEDIDO TO DG-DELEGADO
               MOVE FECHA-ENTRADA-N TO DG-FECHA-DESDE
               READ DELEGA-FILE
                   INVALID KEY
                       DISPLAY "No existe esa delegacion."
                       MOVE 4 TO CODIGO-RETORNO
                   NOT INVALID KEY
                       IF DG-DELEGANTE NOT = OP-OPERADOR-ID
                               AND NOT NIVEL-ADMINISTRADOR
                           DISPLAY "Solo puede anularla "
                                   DG-DELEGANTE
                                   " o un administrador."
                           MOVE 4 TO CODIGO-RETORNO
                       ELSE
                           MOVE "C" TO DG-ESTADO
                           REWRITE DELEGA-RECORD
                           MOVE "ANULADEL" TO AUDIT-ACCION
                           PERFORM GRABA-AUDITORIA-DELEGACION
                           DISPLAY "Delegacion anulada."
                       END-IF
               END-READ
               CLOSE DELEGA-FILE
           END-IF.

       LISTA-DELEGACIONES.
           MOVE 0 TO LISTADOS
           OPEN INPUT DELEGA-FILE
           IF DG-STATUS = "00"
               READ DELEGA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO DG-STATUS
               END-READ
               PERFORM UNTIL DG-STATUS NOT = "00"
                   EVALUATE TRUE
                       WHEN DG-ANULADA
                           MOVE "ANULADA"   TO SITUACION
                       WHEN DG-FECHA-HASTA < FN-FECHA-NEGOCIO
                           MOVE "CADUCADA"  TO SITUACION
                       WHEN DG-FECHA-DESDE > FN-FECHA-NEGOCIO
                           MOVE "FUTURA"    TO SITUACION
                       WHEN OTHER
                           MOVE "VIGENTE"   TO SITUACION
                   END-EVALUATE
                   DISPLAY "  " DG-DELEGADO "  de " DG-DELEGANTE
                           "  " DG-FECHA-DESDE "-" DG-FECHA-HASTA
                           "  " SITUACION "  " DG-MOTIVO
                   ADD 1 TO LISTADOS
                   READ DELEGA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO DG-STATUS
                   END-READ
               END-PERFORM
               CLOSE DELEGA-FILE
           END-IF
           IF LISTADOS = 0
               DISPLAY "No hay delegaciones registradas."
           END-IF.

       ABRE-DELEGA-FILE.
           OPEN I-O DELEGA-FILE
           IF DG-STATUS = "35"
               OPEN OUTPUT DELEGA-FILE
               CLOSE DELEGA-FILE
               OPEN I-O DELEGA-FILE
           END-IF.

      *La delegacion queda en la auditoria de autorizaciones como un
      *cambio mas sobre la cuenta del delegado.
       GRABA-AUDITORIA-DELEGACION.
           MOVE OP-OPERADOR-ID TO AU-SUPERVISOR
           MOVE OP-TERMINAL-ID TO AU-TERMINAL
           MOVE AUDIT-ACCION   TO AU-ACCION
           MOVE DG-DELEGADO    TO AU-OPERADOR
           MOVE SPACES         TO AU-IMAGEN-ANTES
           MOVE SPACES         TO AU-IMAGEN-DESPUES
           STRING "DELEGA " DG-DELEGANTE " " DG-FECHA-DESDE
               DELIMITED BY SIZE INTO AU-IMAGEN-ANTES
           STRING "HASTA " DG-FECHA-HASTA " ESTADO " DG-ESTADO
               DELIMITED BY SIZE INTO AU-IMAGEN-DESPUES
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           MOVE SPACES         TO AU-EMPLEADO-ANTES
           MOVE SPACES         TO AU-EMPLEADO-DESPUES
           MOVE SPACES         TO AU-ENTRENAMIENTO-ANTES
           MOVE SPACES         TO AU-ENTRENAMIENTO-DESPUES
           OPEN EXTEND AUTH-AUDIT
           IF AUD-STATUS = "35"
               OPEN OUTPUT AUTH-AUDIT
               CLOSE AUTH-AUDIT
               OPEN EXTEND AUTH-AUDIT
           END-IF
           WRITE AUTH-AUDIT-RECORD
           CLOSE AUTH-AUDIT.

       END PROGRAM DELEGMNT.
