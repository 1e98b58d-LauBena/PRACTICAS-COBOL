      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Mantenimiento de la matriz de permisos PERMISOS.DAT:
      *          un supervisor concede, deniega o retira el uso de un
      *          programa, o de una funcion dentro de el, a un
      *          operador o a un grupo de rol (ROL-O, ROL-S, ROL-A), y
      *          lista la matriz. Cada cambio queda en PERMAUD.LOG con
      *          el valor anterior y el nuevo. Nadie cambia sus propios
      *          permisos; los cambios valen para cada operador desde
      *          su siguiente SIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-OPERATORS ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OPERADOR
               FILE STATUS IS AUTH-STATUS.
           SELECT PERMISOS-FILE ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CLAVE
               FILE STATUS IS PM-STATUS.
           SELECT PERM-AUDIT ASSIGN TO "PERMAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  PERMISOS-FILE.
       COPY PERMISO.
       FD  PERM-AUDIT.
       COPY PERMAUD.
       WORKING-STORAGE SECTION.
       01  AUTH-STATUS         PIC XX.
       01  PM-STATUS           PIC XX.
       01  PX-STATUS           PIC XX.
       01  OPCION              PIC X.
           88  OPCION-CONCEDE         VALUE "1".
           88  OPCION-DENIEGA         VALUE "2".
           88  OPCION-RETIRA          VALUE "3".
           88  OPCION-LISTA           VALUE "4".
           88  OPCION-SALIR           VALUE "5".
       01  SUJETO-PEDIDO       PIC X(08).
           88  SUJETO-ES-ROL          VALUE "ROL-O" "ROL-S" "ROL-A".
       01  PROGRAMA-PEDIDO     PIC X(21).
       01  FUNCION-PEDIDA      PIC X(12).
       01  VALOR-NUEVO         PIC X.
       01  VALOR-ANTES         PIC X.
       01  AUDIT-ACCION        PIC X(08).
       01  LISTADOS            PIC 9(04) VALUE 0.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           PERFORM CAPTURA-OPERADOR.
           IF NOT ACCESO-PERMITIDO
               DISPLAY "Acceso denegado, no se inicia la sesion."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           IF NOT NIVEL-SUPERVISION
               DISPLAY "La matriz de permisos la mantiene un "
                       "supervisor; tu nivel no lo permite."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           MOVE "*" TO PK-FUNCION
           PERFORM VERIFICA-PERMISO
           IF NOT PK-PERMITIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.

       MENU-PERMISOS.
           DISPLAY "Matriz de permisos por programa y funcion:".
           DISPLAY "  1. Conceder un permiso".
           DISPLAY "  2. Denegar un permiso".
           DISPLAY "  3. Retirar una entrada".
           DISPLAY "  4. Listar la matriz".
           DISPLAY "  5. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-PERMISOS.
           EVALUATE TRUE
               WHEN OPCION-CONCEDE
                   MOVE "S"       TO VALOR-NUEVO
                   MOVE "CONCEDE" TO AUDIT-ACCION
                   PERFORM GRABA-PERMISO THRU GRABA-PERMISO-FIN
                   GO TO MENU-PERMISOS
               WHEN OPCION-DENIEGA
                   MOVE "N"       TO VALOR-NUEVO
                   MOVE "DENIEGA" TO AUDIT-ACCION
                   PERFORM GRABA-PERMISO THRU GRABA-PERMISO-FIN
                   GO TO MENU-PERMISOS
               WHEN OPCION-RETIRA
                   MOVE SPACE     TO VALOR-NUEVO
                   MOVE "RETIRA"  TO AUDIT-ACCION
                   PERFORM GRABA-PERMISO THRU GRABA-PERMISO-FIN
                   GO TO MENU-PERMISOS
               WHEN OPCION-LISTA
                   PERFORM LISTA-PERMISOS
                   GO TO MENU-PERMISOS
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 5."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-PERMISOS
           END-EVALUATE.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "PERMMNT"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "PERMMNT"            TO JL-PROGRAM-ID
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
           MOVE "PERMMNT"      TO TC-PROGRAMA
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
           MOVE "PERMMNT"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de PERMMNT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-CONCEDE
                   MOVE "CONCEDE"     TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-DENIEGA
                   MOVE "DENIEGA"     TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-RETIRA
                   MOVE "RETIRA"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-LISTA
                   MOVE "LISTA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

      *Alta, cambio o retirada de una entrada; el sujeto ha de ser
      *un grupo de rol o una cuenta de AUTHOPS.DAT distinta de la
      *del supervisor.
       GRABA-PERMISO.
           DISPLAY "Operador o grupo de rol (ROL-O, ROL-S, ROL-A): ".
           ACCEPT SUJETO-PEDIDO.
           IF SUJETO-PEDIDO = OP-OPERADOR-ID
               DISPLAY "No puedes cambiar tus propios permisos."
               MOVE 4 TO CODIGO-RETORNO
               GO TO GRABA-PERMISO-FIN.
           IF NOT SUJETO-ES-ROL
               OPEN INPUT AUTH-OPERATORS
               MOVE SUJETO-PEDIDO TO AO-OPERADOR
               READ AUTH-OPERATORS
                   INVALID KEY
                       MOVE "23" TO AUTH-STATUS
               END-READ
               CLOSE AUTH-OPERATORS
               IF AUTH-STATUS NOT = "00"
                   DISPLAY "El operador " SUJETO-PEDIDO " no existe "
                           "en AUTHOPS.DAT."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO GRABA-PERMISO-FIN
               END-IF
           END-IF.
           DISPLAY "Programa: ".
           ACCEPT PROGRAMA-PEDIDO.
           IF PROGRAMA-PEDIDO = SPACES
               DISPLAY "Programa obligatorio, cambio cancelado."
               MOVE 4 TO CODIGO-RETORNO
               GO TO GRABA-PERMISO-FIN.
           DISPLAY "Funcion (* para todo el programa): ".
           ACCEPT FUNCION-PEDIDA.
           IF FUNCION-PEDIDA = SPACES
               MOVE "*" TO FUNCION-PEDIDA.
           PERFORM ABRE-PERMISOS-FILE
           MOVE SUJETO-PEDIDO   TO PM-SUJETO
           MOVE PROGRAMA-PEDIDO TO PM-PROGRAMA
           MOVE FUNCION-PEDIDA  TO PM-FUNCION
           READ PERMISOS-FILE
               INVALID KEY
                   MOVE "23" TO PM-STATUS
           END-READ
           IF PM-STATUS = "00"
               MOVE PM-PERMITIDO TO VALOR-ANTES
           ELSE
               MOVE SPACE TO VALOR-ANTES
           END-IF
           EVALUATE TRUE
               WHEN VALOR-NUEVO = SPACE AND VALOR-ANTES = SPACE
                   DISPLAY "No existe esa entrada en la matriz."
                   MOVE 4 TO CODIGO-RETORNO
               WHEN VALOR-NUEVO = SPACE
                   DELETE PERMISOS-FILE RECORD
                   PERFORM GRABA-AUDITORIA-PERMISO
                   DISPLAY "Entrada retirada."
               WHEN VALOR-ANTES = SPACE
                   MOVE VALOR-NUEVO    TO PM-PERMITIDO
                   MOVE OP-OPERADOR-ID TO PM-SUPERVISOR
                   MOVE FUNCTION CURRENT-DATE TO PM-TIMESTAMP
                   WRITE PERMISO-RECORD
                   PERFORM GRABA-AUDITORIA-PERMISO
                   DISPLAY "Entrada grabada."
               WHEN OTHER
                   MOVE VALOR-NUEVO    TO PM-PERMITIDO
                   MOVE OP-OPERADOR-ID TO PM-SUPERVISOR
                   MOVE FUNCTION CURRENT-DATE TO PM-TIMESTAMP
                   REWRITE PERMISO-RECORD
                   PERFORM GRABA-AUDITORIA-PERMISO
                   DISPLAY "Entrada actualizada."
           END-EVALUATE
           CLOSE PERMISOS-FILE.

       GRABA-PERMISO-FIN.
           EXIT.

       LISTA-PERMISOS.
           MOVE 0 TO LISTADOS
           OPEN INPUT PERMISOS-FILE
           IF PM-STATUS = "00"
               READ PERMISOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PM-STATUS
               END-READ
               PERFORM UNTIL PM-STATUS NOT = "00"
                   DISPLAY "  " PM-SUJETO "  " PM-PROGRAMA "  "
                           PM-FUNCION "  " PM-PERMITIDO "  por "
                           PM-SUPERVISOR "  " PM-TIMESTAMP (1:8)
                   ADD 1 TO LISTADOS
                   READ PERMISOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO PM-STATUS
                   END-READ
               END-PERFORM
               CLOSE PERMISOS-FILE
           END-IF
           IF LISTADOS = 0
               DISPLAY "La matriz de permisos esta vacia; manda el "
                       "nivel de cada programa."
           END-IF.

       ABRE-PERMISOS-FILE.
           OPEN I-O PERMISOS-FILE
           IF PM-STATUS = "35"
               OPEN OUTPUT PERMISOS-FILE
               CLOSE PERMISOS-FILE
               OPEN I-O PERMISOS-FILE
           END-IF.

       GRABA-AUDITORIA-PERMISO.
           MOVE OP-OPERADOR-ID  TO PX-SUPERVISOR
           MOVE OP-TERMINAL-ID  TO PX-TERMINAL
           MOVE AUDIT-ACCION    TO PX-ACCION
           MOVE SUJETO-PEDIDO   TO PX-SUJETO
           MOVE PROGRAMA-PEDIDO TO PX-PROGRAMA
           MOVE FUNCION-PEDIDA  TO PX-FUNCION
           MOVE VALOR-ANTES     TO PX-ANTES
           MOVE VALOR-NUEVO     TO PX-DESPUES
           MOVE FUNCTION CURRENT-DATE TO PX-TIMESTAMP
           OPEN EXTEND PERM-AUDIT
           IF PX-STATUS = "35"
               OPEN OUTPUT PERM-AUDIT
               CLOSE PERM-AUDIT
               OPEN EXTEND PERM-AUDIT
           END-IF
           WRITE PERM-AUDIT-RECORD
           CLOSE PERM-AUDIT.

       END PROGRAM PERMMNT.
