      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Consulta y anulacion de los apuntes con fecha valor
      *          futura retenidos en APURET.DAT a la espera de que el
      *          paso nocturno APULIB los libere. Un operador ve y anula
      *          solo los suyos; un supervisor, los de todos. Solo se
      *          anula lo que sigue retenido; la anulacion deja quien y
      *          cuando en el propio registro y su imagen en el diario
      *          de JRNLWR. La matriz de permisos de PERMCHK autoriza la
      *          entrada y cada funcion del menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APUNTES-RETENIDOS ASSIGN TO "APURET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLAVE
               FILE STATUS IS ART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APUNTES-RETENIDOS.
       COPY APURET.
       WORKING-STORAGE SECTION.
       01  ART-STATUS          PIC XX.
       01  OPCION              PIC X.
           88  OPCION-CONSULTA        VALUE "1".
           88  OPCION-ANULA           VALUE "2".
           88  OPCION-SALIR           VALUE "3".
       01  OPERACION         PIC X.
           88  OPERACION-SUMA        VALUE "1".
           88  OPERACION-RESTA       VALUE "2".
           88  OPERACION-MULTIPLICA  VALUE "3".
           88  OPERACION-DIVIDE      VALUE "4".
           88  OPERACION-PORCENTAJE  VALUE "5".
           88  OPERACION-MODULO      VALUE "6".
           88  OPERACION-POTENCIA    VALUE "7".
       01  OPERACION-DESC     PIC X(12).
       01  RESULTADO-EDITADO   PIC -9(07).99.
       01  RET-COUNT           PIC 9(03) VALUE 0.
       01  LISTA-DESBORDADA-SW PIC X VALUE "N".
           88  LISTA-DESBORDADA       VALUE "S".
       01  RETENIDOS-TABLA.
           05  RET-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON RET-COUNT
                   INDEXED BY RET-IX.
               10  RT-CLAVE       PIC X(37).
       01  NUMERO-ELEGIDO      PIC 9(03) VALUE 0.
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
       COPY JRNLPRM.
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

       MENU-RETENIDOS.
           DISPLAY "Apuntes con fecha valor retenidos:".
           DISPLAY "  1. Consultar retenidos".
           DISPLAY "  2. Anular un apunte retenido".
           DISPLAY "  3. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-RETENIDOS.
           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   PERFORM CONSULTA-RETENIDOS
                   GO TO MENU-RETENIDOS
               WHEN OPCION-ANULA
                   PERFORM ANULA-RETENIDO
                       THRU ANULA-RETENIDO-FIN
                   GO TO MENU-RETENIDOS
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 3."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-RETENIDOS
           END-EVALUATE.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "APURMNT"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "APURMNT"            TO JL-PROGRAM-ID
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
           MOVE "APURMNT"      TO TC-PROGRAMA
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
           MOVE "APURMNT"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de APURMNT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   MOVE "CONSULTA"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ANULA
                   MOVE "ANULA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

      *Lista numerada de los apuntes aun retenidos que el operador
      *puede ver, en orden de fecha valor; la tabla guarda la clave
      *de cada linea para poder anular por numero.
       CONSULTA-RETENIDOS.
           MOVE 0   TO RET-COUNT
           MOVE "N" TO LISTA-DESBORDADA-SW
           OPEN INPUT APUNTES-RETENIDOS
           IF ART-STATUS = "00"
               READ APUNTES-RETENIDOS NEXT RECORD
                   AT END
                       MOVE "10" TO ART-STATUS
               END-READ
               PERFORM UNTIL ART-STATUS NOT = "00"
                   IF AR-RETENIDO
                           AND (NIVEL-SUPERVISION
                               OR AR-OPERADOR-ID = OP-OPERADOR-ID)
                       PERFORM MUESTRA-RETENIDO
                   END-IF
                   READ APUNTES-RETENIDOS NEXT RECORD
                       AT END
                           MOVE "10" TO ART-STATUS
                   END-READ
               END-PERFORM
               CLOSE APUNTES-RETENIDOS
           END-IF
           IF RET-COUNT = 0
               DISPLAY "No hay apuntes retenidos a tu alcance."
           END-IF
           IF LISTA-DESBORDADA
               DISPLAY "Hay mas de 100 retenidos; solo se listan los "
                       "100 primeros."
           END-IF.

       MUESTRA-RETENIDO.
           IF RET-COUNT >= 100
               MOVE "S" TO LISTA-DESBORDADA-SW
           ELSE
               ADD 1 TO RET-COUNT
               MOVE AR-CLAVE TO RT-CLAVE (RET-COUNT)
               MOVE AR-OPERACION TO OPERACION
               PERFORM DETERMINA-DESCRIPCION
               MOVE AR-RESULTADO TO RESULTADO-EDITADO
               DISPLAY RET-COUNT ". Valor " AR-FECHA-VALOR
                       "  " AR-OPERADOR-ID "  " OPERACION-DESC
                       " " AR-NUM1 " y " AR-NUM2
                       " = " RESULTADO-EDITADO
                       "  alta " AR-FECHA-ALTA
           END-IF.

       DETERMINA-DESCRIPCION.
           EVALUATE TRUE
               WHEN OPERACION-SUMA
                   MOVE "SUMA"        TO OPERACION-DESC
               WHEN OPERACION-RESTA
                   MOVE "RESTA"       TO OPERACION-DESC
               WHEN OPERACION-MULTIPLICA
                   MOVE "MULTIPLICA"  TO OPERACION-DESC
               WHEN OPERACION-DIVIDE
                   MOVE "DIVIDE"      TO OPERACION-DESC
               WHEN OPERACION-PORCENTAJE
                   MOVE "PORCENTAJE"  TO OPERACION-DESC
               WHEN OPERACION-MODULO
                   MOVE "MODULO"      TO OPERACION-DESC
               WHEN OPERACION-POTENCIA
                   MOVE "POTENCIA"    TO OPERACION-DESC
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO OPERACION-DESC
           END-EVALUATE.

      *Se anula por el numero de la lista; el apunte se vuelve a
      *leer por clave y solo se anula si sigue retenido (APULIB
      *pudo liberarlo entretanto).
       ANULA-RETENIDO.
           PERFORM CONSULTA-RETENIDOS.
           IF RET-COUNT = 0
               GO TO ANULA-RETENIDO-FIN.
           DISPLAY "Numero del apunte a anular (0 para volver): ".
           ACCEPT NUMERO-ELEGIDO.
           IF NUMERO-ELEGIDO NOT NUMERIC
               DISPLAY "Numero no valido."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-RETENIDO-FIN.
           IF NUMERO-ELEGIDO = 0
               GO TO ANULA-RETENIDO-FIN.
           IF NUMERO-ELEGIDO > RET-COUNT
               DISPLAY "No hay apunte con ese numero."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-RETENIDO-FIN.
           DISPLAY "Confirmas la anulacion del apunte "
                   NUMERO-ELEGIDO " (S/N)? ".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "Anulacion cancelada."
               GO TO ANULA-RETENIDO-FIN.
           OPEN I-O APUNTES-RETENIDOS.
           IF ART-STATUS NOT = "00"
               DISPLAY "No se pudo abrir APURET.DAT. Estado: "
                       ART-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO ANULA-RETENIDO-FIN.
           MOVE RT-CLAVE (NUMERO-ELEGIDO) TO AR-CLAVE.
           READ APUNTES-RETENIDOS
               INVALID KEY
                   DISPLAY "El apunte ya no existe en APURET.DAT."
                   MOVE 4 TO CODIGO-RETORNO
               NOT INVALID KEY
                   IF NOT AR-RETENIDO
                       DISPLAY "El apunte ya no esta retenido "
                               "(estado " AR-ESTADO "), no se anula."
                       MOVE 4 TO CODIGO-RETORNO
                   ELSE
                       MOVE "C"            TO AR-ESTADO
                       MOVE OP-OPERADOR-ID TO AR-OPERADOR-ESTADO
                       MOVE FUNCTION CURRENT-DATE
                           TO AR-TIMESTAMP-ESTADO
                       REWRITE APUNTE-RETENIDO-RECORD
                       MOVE "APURET"   TO JR-FICHERO
                       MOVE "REWRITE"  TO JR-OPERACION
                       MOVE APUNTE-RETENIDO-RECORD TO JR-IMAGEN
                       CALL "JRNLWR" USING JOURNAL-PARM
                       DISPLAY "Apunte anulado."
                   END-IF
           END-READ.
           CLOSE APUNTES-RETENIDOS.

       ANULA-RETENIDO-FIN.
           EXIT.

       END PROGRAM APURMNT.
