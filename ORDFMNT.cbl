      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Mantenimiento de las ordenes fijas de ORDFIJA.DAT:
      *          operaciones de NUM1, NUM2 y codigo que se repiten a
      *          diario, una vez por semana, un dia del mes o el
      *          ultimo dia habil del mes entre una fecha de inicio y
      *          otra final, y que ORDFGEN vuelca en OPSBATCH.DAT antes
      *          del ciclo nocturno. Un operador da de alta, lista y
      *          anula las suyas; un supervisor puede darlas a nombre
      *          de otro operador autorizado y anular cualquiera. Cada
      *          alta o anulacion deja su imagen en el diario de
      *          JRNLWR. La matriz de permisos de PERMCHK autoriza la
      *          entrada y cada funcion del menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDFMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-OPERATORS ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OPERADOR
               FILE STATUS IS AUTH-STATUS.
           SELECT ORDENES-FIJAS ASSIGN TO "ORDFIJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-ORDEN-ID
               FILE STATUS IS ORF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  ORDENES-FIJAS.
       COPY ORDFIJA.
       WORKING-STORAGE SECTION.
       01  AUTH-STATUS         PIC XX.
       01  ORF-STATUS          PIC XX.
       01  OPCION              PIC X.
           88  OPCION-ALTA            VALUE "1".
           88  OPCION-ANULA           VALUE "2".
           88  OPCION-LISTA           VALUE "3".
           88  OPCION-SALIR           VALUE "4".
       01  OPERACION         PIC X.
           88  OPERACION-SUMA        VALUE "1".
           88  OPERACION-RESTA       VALUE "2".
           88  OPERACION-MULTIPLICA  VALUE "3".
           88  OPERACION-DIVIDE      VALUE "4".
           88  OPERACION-PORCENTAJE  VALUE "5".
           88  OPERACION-MODULO      VALUE "6".
           88  OPERACION-POTENCIA    VALUE "7".
           88  OPERACION-VALIDA      VALUE "1" THRU "7".
       01  OPERACION-DESC     PIC X(12).
       01  NUM1                PIC S9(04)V99.
       01  NUM2                PIC S9(04)V99.
       01  PROPIETARIO         PIC X(08).
       01  FRECUENCIA          PIC X.
           88  FRECUENCIA-DIARIA      VALUE "D".
           88  FRECUENCIA-SEMANAL     VALUE "S".
           88  FRECUENCIA-MENSUAL     VALUE "M".
           88  FRECUENCIA-ULTIMO      VALUE "U".
           88  FRECUENCIA-VALIDA      VALUE "D" "S" "M" "U".
       01  DATO-ENTRADA        PIC X(02).
       01  DATO-ENTRADA-N REDEFINES DATO-ENTRADA PIC 9(02).
       01  FREC-DATO           PIC 9(02).
       01  FECHA-ENTRADA       PIC X(08).
       01  FECHA-ENTRADA-N REDEFINES FECHA-ENTRADA PIC 9(08).
       01  FECHA-DESDE         PIC 9(08).
       01  FECHA-HASTA         PIC 9(08).
       01  ORDEN-ENTRADA       PIC X(06).
       01  ORDEN-ENTRADA-N REDEFINES ORDEN-ENTRADA PIC 9(06).
       01  ULTIMA-ORDEN        PIC 9(06) VALUE 0.
       01  SITUACION           PIC X(08).
       01  LISTADOS            PIC 9(03) VALUE 0.
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

       MENU-ORDENES.
           DISPLAY "Ordenes fijas:".
           DISPLAY "  1. Alta de una orden fija".
           DISPLAY "  2. Anular una orden fija".
           DISPLAY "  3. Listar ordenes fijas".
           DISPLAY "  4. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-ORDENES.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-ORDEN
                       THRU ALTA-ORDEN-FIN
                   GO TO MENU-ORDENES
               WHEN OPCION-ANULA
                   PERFORM ANULA-ORDEN
                       THRU ANULA-ORDEN-FIN
                   GO TO MENU-ORDENES
               WHEN OPCION-LISTA
                   PERFORM LISTA-ORDENES
                   GO TO MENU-ORDENES
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 4."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-ORDENES
           END-EVALUATE.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "ORDFMNT"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "ORDFMNT"            TO JL-PROGRAM-ID
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
           MOVE "ORDFMNT"      TO TC-PROGRAMA
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
           MOVE "ORDFMNT"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de ORDFMNT."
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

       ABRE-ORDENES-FIJAS.
           OPEN I-O ORDENES-FIJAS
           IF ORF-STATUS = "35"
               OPEN OUTPUT ORDENES-FIJAS
               CLOSE ORDENES-FIJAS
               OPEN I-O ORDENES-FIJAS
           END-IF.

      *Un supervisor puede dar la orden a nombre de otro operador
      *autorizado; un operador solo a su nombre. El numero de orden
      *es el siguiente al mayor que haya en el fichero.
       ALTA-ORDEN.
           MOVE OP-OPERADOR-ID TO PROPIETARIO.
           IF NIVEL-SUPERVISION
               DISPLAY "Operador propietario (espacios para ti): "
               ACCEPT PROPIETARIO
               IF PROPIETARIO = SPACES
                   MOVE OP-OPERADOR-ID TO PROPIETARIO
               END-IF
           END-IF.
           IF PROPIETARIO NOT = OP-OPERADOR-ID
               OPEN INPUT AUTH-OPERATORS
               MOVE PROPIETARIO TO AO-OPERADOR
               READ AUTH-OPERATORS
                   INVALID KEY
                       MOVE "23" TO AUTH-STATUS
               END-READ
               CLOSE AUTH-OPERATORS
               IF AUTH-STATUS NOT = "00" OR AO-AUTORIZADO NOT = "S"
                   DISPLAY "El operador " PROPIETARIO " no es una "
                           "cuenta autorizada de AUTHOPS.DAT."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO ALTA-ORDEN-FIN
               END-IF
           END-IF.
           DISPLAY "Introduce NUM1: ".
           ACCEPT NUM1.
           DISPLAY "Introduce NUM2: ".
           ACCEPT NUM2.
           IF NUM1 NOT NUMERIC OR NUM2 NOT NUMERIC
               DISPLAY "NUM1 y NUM2 han de ser numericos, alta "
                       "cancelada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-ORDEN-FIN.
           DISPLAY "Operacion (1 suma, 2 resta, 3 multiplica, "
                   "4 divide, 5 porcentaje, 6 modulo, 7 potencia): ".
           ACCEPT OPERACION.
           IF NOT OPERACION-VALIDA
               DISPLAY "Operacion no valida, alta cancelada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-ORDEN-FIN.
           DISPLAY "Frecuencia (D diaria, S semanal, M mensual, "
                   "U ultimo dia habil del mes): ".
           ACCEPT FRECUENCIA.
           IF NOT FRECUENCIA-VALIDA
               DISPLAY "Frecuencia no valida, alta cancelada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-ORDEN-FIN.
           MOVE 0 TO FREC-DATO.
           IF FRECUENCIA-SEMANAL
               DISPLAY "Dia de la semana (01 lunes a 07 domingo): "
               ACCEPT DATO-ENTRADA
               IF DATO-ENTRADA NOT NUMERIC
                       OR DATO-ENTRADA-N < 1
                       OR DATO-ENTRADA-N > 7
                   DISPLAY "Dia de la semana no valido, alta "
                           "cancelada."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO ALTA-ORDEN-FIN
               END-IF
               MOVE DATO-ENTRADA-N TO FREC-DATO
           END-IF.
           IF FRECUENCIA-MENSUAL
               DISPLAY "Dia del mes (01 a 31): "
               ACCEPT DATO-ENTRADA
               IF DATO-ENTRADA NOT NUMERIC
                       OR DATO-ENTRADA-N < 1
                       OR DATO-ENTRADA-N > 31
                   DISPLAY "Dia del mes no valido, alta cancelada."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO ALTA-ORDEN-FIN
               END-IF
               MOVE DATO-ENTRADA-N TO FREC-DATO
           END-IF.
           DISPLAY "Fecha de inicio AAAAMMDD (espacios para hoy): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FN-FECHA-NEGOCIO TO FECHA-DESDE
           ELSE
               IF FECHA-ENTRADA NOT NUMERIC
                   DISPLAY "Fecha no valida, alta cancelada."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO ALTA-ORDEN-FIN
               END-IF
               IF FUNCTION INTEGER-OF-DATE (FECHA-ENTRADA-N) = 0
                       OR FECHA-ENTRADA-N < FN-FECHA-NEGOCIO
                   DISPLAY "La fecha de inicio no existe o es "
                           "anterior a la de negocio, alta cancelada."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO ALTA-ORDEN-FIN
               END-IF
               MOVE FECHA-ENTRADA-N TO FECHA-DESDE
           END-IF.
           DISPLAY "Fecha final AAAAMMDD (espacios sin fin): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE 99999999 TO FECHA-HASTA
           ELSE
               IF FECHA-ENTRADA NOT NUMERIC
                   DISPLAY "Fecha no valida, alta cancelada."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO ALTA-ORDEN-FIN
               END-IF
               IF FUNCTION INTEGER-OF-DATE (FECHA-ENTRADA-N) = 0
                       OR FECHA-ENTRADA-N < FECHA-DESDE
                   DISPLAY "La fecha final no existe o es anterior "
                           "a la de inicio, alta cancelada."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO ALTA-ORDEN-FIN
               END-IF
               MOVE FECHA-ENTRADA-N TO FECHA-HASTA
           END-IF.
           PERFORM ABRE-ORDENES-FIJAS.
           IF ORF-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ORDFIJA.DAT. Estado: "
                       ORF-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO ALTA-ORDEN-FIN.
           PERFORM BUSCA-ULTIMA-ORDEN.
           INITIALIZE ORDEN-FIJA-RECORD.
           ADD 1 ULTIMA-ORDEN GIVING OF-ORDEN-ID.
           MOVE NUM1            TO OF-NUM1.
           MOVE NUM2            TO OF-NUM2.
           MOVE OPERACION       TO OF-OPERACION.
           MOVE PROPIETARIO     TO OF-OPERADOR.
           MOVE FRECUENCIA      TO OF-FRECUENCIA.
           MOVE FREC-DATO       TO OF-FREC-DATO.
           MOVE FECHA-DESDE     TO OF-FECHA-DESDE.
           MOVE FECHA-HASTA     TO OF-FECHA-HASTA.
           MOVE "A"             TO OF-ESTADO.
           MOVE 0               TO OF-ULTIMA-GENERACION.
           MOVE OP-OPERADOR-ID  TO OF-OPERADOR-ESTADO.
           MOVE FUNCTION CURRENT-DATE TO OF-TIMESTAMP.
           WRITE ORDEN-FIJA-RECORD.
           IF ORF-STATUS NOT = "00"
               DISPLAY "No se pudo grabar la orden. Estado: "
                       ORF-STATUS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               MOVE "WRITE" TO JR-OPERACION
               PERFORM REGISTRA-DIARIO-ORDEN
               DISPLAY "Orden fija " OF-ORDEN-ID " de " PROPIETARIO
                       " grabada, del " FECHA-DESDE " al "
                       FECHA-HASTA "."
           END-IF.
           CLOSE ORDENES-FIJAS.

       ALTA-ORDEN-FIN.
           EXIT.

       BUSCA-ULTIMA-ORDEN.
           MOVE 0 TO ULTIMA-ORDEN
           MOVE 0 TO OF-ORDEN-ID
           START ORDENES-FIJAS KEY >= OF-ORDEN-ID
               INVALID KEY
                   MOVE "23" TO ORF-STATUS
           END-START
           PERFORM UNTIL ORF-STATUS NOT = "00"
               READ ORDENES-FIJAS NEXT RECORD
                   AT END
                       MOVE "10" TO ORF-STATUS
                   NOT AT END
                       MOVE OF-ORDEN-ID TO ULTIMA-ORDEN
               END-READ
           END-PERFORM.

      *La anulacion no borra la orden: queda en estado C con quien y
      *cuando, y ORDFGEN deja de generarla.
       ANULA-ORDEN.
           DISPLAY "Numero de la orden a anular: ".
           ACCEPT ORDEN-ENTRADA.
           INSPECT ORDEN-ENTRADA REPLACING LEADING SPACES BY ZEROS.
           IF ORDEN-ENTRADA NOT NUMERIC
               DISPLAY "Numero de orden no valido."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-ORDEN-FIN.
           OPEN I-O ORDENES-FIJAS.
           IF ORF-STATUS NOT = "00"
               DISPLAY "No hay ordenes fijas en ORDFIJA.DAT."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-ORDEN-FIN.
           MOVE ORDEN-ENTRADA-N TO OF-ORDEN-ID.
           READ ORDENES-FIJAS
               INVALID KEY
                   DISPLAY "No existe la orden " ORDEN-ENTRADA-N "."
                   MOVE 4 TO CODIGO-RETORNO
                   CLOSE ORDENES-FIJAS
                   GO TO ANULA-ORDEN-FIN
           END-READ.
           IF NOT NIVEL-SUPERVISION
                   AND OF-OPERADOR NOT = OP-OPERADOR-ID
               DISPLAY "La orden " OF-ORDEN-ID " es de " OF-OPERADOR
                       "; solo la anula su propietario o un "
                       "supervisor."
               MOVE 4 TO CODIGO-RETORNO
               CLOSE ORDENES-FIJAS
               GO TO ANULA-ORDEN-FIN.
           IF NOT OF-ACTIVA
               DISPLAY "La orden " OF-ORDEN-ID " ya esta anulada."
               MOVE 4 TO CODIGO-RETORNO
               CLOSE ORDENES-FIJAS
               GO TO ANULA-ORDEN-FIN.
           PERFORM MUESTRA-ORDEN.
           DISPLAY "Confirmas la anulacion (S/N)? ".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "Anulacion cancelada."
           ELSE
               MOVE "C"            TO OF-ESTADO
               MOVE OP-OPERADOR-ID TO OF-OPERADOR-ESTADO
               MOVE FUNCTION CURRENT-DATE TO OF-TIMESTAMP
               REWRITE ORDEN-FIJA-RECORD
               MOVE "REWRITE" TO JR-OPERACION
               PERFORM REGISTRA-DIARIO-ORDEN
               DISPLAY "Orden " OF-ORDEN-ID " anulada."
           END-IF.
           CLOSE ORDENES-FIJAS.

       ANULA-ORDEN-FIN.
           EXIT.

      *Un operador ve sus ordenes; un supervisor, las de todos.
       LISTA-ORDENES.
           MOVE 0 TO LISTADOS
           OPEN INPUT ORDENES-FIJAS
           IF ORF-STATUS = "00"
               READ ORDENES-FIJAS NEXT RECORD
                   AT END
                       MOVE "10" TO ORF-STATUS
               END-READ
               PERFORM UNTIL ORF-STATUS NOT = "00"
                   IF NIVEL-SUPERVISION
                           OR OF-OPERADOR = OP-OPERADOR-ID
                       ADD 1 TO LISTADOS
                       PERFORM MUESTRA-ORDEN
                   END-IF
                   READ ORDENES-FIJAS NEXT RECORD
                       AT END
                           MOVE "10" TO ORF-STATUS
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FIJAS
           END-IF
           IF LISTADOS = 0
               DISPLAY "No hay ordenes fijas a tu alcance."
           END-IF.

       MUESTRA-ORDEN.
           MOVE OF-OPERACION TO OPERACION
           PERFORM DETERMINA-DESCRIPCION
           IF OF-ACTIVA
               MOVE "ACTIVA"   TO SITUACION
           ELSE
               MOVE "ANULADA"  TO SITUACION
           END-IF
           DISPLAY OF-ORDEN-ID "  " OF-OPERADOR "  " OPERACION-DESC
                   " " OF-NUM1 " y " OF-NUM2
                   "  frec " OF-FRECUENCIA " " OF-FREC-DATO
                   "  " OF-FECHA-DESDE "-" OF-FECHA-HASTA
                   "  ult " OF-ULTIMA-GENERACION
                   "  " SITUACION.

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

       REGISTRA-DIARIO-ORDEN.
           MOVE "ORDFIJA"  TO JR-FICHERO
           MOVE ORDEN-FIJA-RECORD TO JR-IMAGEN
           CALL "JRNLWR" USING JOURNAL-PARM.

       END PROGRAM ORDFMNT.
