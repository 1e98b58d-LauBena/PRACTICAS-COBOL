      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/01/2023
      * Purpose: Menu de lanzamiento de programas para el operador
      *          validado. Ademas de ejecutar al momento, permite pedir
      *          en diferido un informe o utilidad (LEDGINQ, LEDGSTMT,
      *          INFMOV, EXTRACT) con sus parametros: la peticion queda
      *          en la cola COLATRAB.DAT, que COLAEJEC ejecuta en el
      *          ciclo de la noche o a la hora pedida, y el operador
      *          consulta aqui sus peticiones con su estado, codigo de
      *          retorno y fichero de salida, y anula las que siguen en
      *          cola. Tambien pide la reimpresion de un informe desde
      *          una generacion catalogada o recuperada de la copia de
      *          seguridad (REIMPR), con el operador como solicitante.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
           SELECT COLA-TRABAJOS ASSIGN TO "COLATRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUMERO
               FILE STATUS IS CT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNOFF-LOG.
       COPY SIGNOFF.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       FD  COLA-TRABAJOS.
       COPY COLATRAB.
       WORKING-STORAGE SECTION.
       01  SI-O-NO              PIC X.
       01  SIGNOFF-STATUS    PIC XX.
       01  EX-STATUS         PIC XX.
       01  CT-STATUS         PIC XX.
       01  CLAVE-OPERADOR    PIC X(08).
       01  AUTORIZADO        PIC X VALUE "N".
           88  OPERADOR-AUTORIZADO    VALUE "S".
       01  PROGRAMA-ELEGIDO  PIC X.
           88  PROGRAMA-OPERACIONES   VALUE "1".
           88  PROGRAMA-TABLAS        VALUE "2".
           88  PROGRAMA-PIDE-DIFERIDO VALUE "3".
           88  PROGRAMA-CONSULTA-COLA VALUE "4".
           88  PROGRAMA-ANULA-DIFERIDO VALUE "5".
           88  PROGRAMA-REIMPRESION   VALUE "6".
       01  DIFERIDO-ELEGIDO  PIC X.
           88  DIFERIDO-LEDGINQ       VALUE "1".
           88  DIFERIDO-LEDGSTMT      VALUE "2".
           88  DIFERIDO-INFMOV        VALUE "3".
           88  DIFERIDO-EXTRACT       VALUE "4".
       01  PROGRAMADA-X      PIC X(12).
       01  PROGRAMADA REDEFINES PROGRAMADA-X PIC 9(12).
       01  PETICION-X        PIC X(06).
       01  PETICION REDEFINES PETICION-X PIC 9(06).
       01  PETICION-VALIDA-SW PIC X VALUE "S".
           88  PETICION-VALIDA        VALUE "S".
       01  PETICIONES-LISTADAS PIC 9(04).
       01  REIMPR-FECHA-X    PIC X(08).
       01  REIMPR-FECHA REDEFINES REIMPR-FECHA-X PIC 9(08).
       01  ESTADO-TEXTO      PIC X(10).
       01  CODIGO-RETORNO       PIC 9 VALUE 0.
       COPY OPERADOR.
       COPY JOBLOGR.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY SECPRM.
       COPY REIMPRM.
       PROCEDURE DIVISION.
       PREGUNTA.
           PERFORM REGISTRA-ARRANQUE.
               GO TO FINALIZAR-PROGRAMA.
           IF SI-O-NO = "S" OR SI-O-NO = "s"
               IF OPERADOR-AUTORIZADO
                   MOVE "*" TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
                   IF PK-PERMITIDO
                       PERFORM PROGRAMA
                   ELSE
                       MOVE 8 TO CODIGO-RETORNO
                   END-IF
               ELSE
                   DISPLAY "Operador no autorizado para esta ejecucion."
                   MOVE 8 TO CODIGO-RETORNO
       VERIFICA-AUTORIZACION-FIN.
           EXIT.

      *La matriz de permisos decide si el operador puede ejecutar
      *el programa; la denegacion la registra PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE SPACES         TO PK-NIVEL
           MOVE "GO-TO"        TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "ejecutar GO-TO."
           END-IF.

       REGISTRA-FIRMA.
           MOVE OP-OPERADOR-ID  TO SO-OPERADOR
           MOVE OP-TERMINAL-ID  TO SO-TERMINAL
           MOVE FUNCTION CURRENT-DATE TO SO-TIMESTAMP
           MOVE SI-O-NO         TO SO-RESPUESTA
           MOVE AUTORIZADO   TO SO-AUTORIZADO
           MOVE SPACES TO SO-PROGRAMA
           MOVE SPACES TO SO-FUNCION
           PERFORM ABRE-SIGNOFF-LOG
           WRITE SIGNOFF-RECORD
           CLOSE SIGNOFF-LOG.
           DISPLAY "Que programa deseas ejecutar?".
           DISPLAY "  1. OPERACIONES-BASICAS".
           DISPLAY "  2. PERFORM-TIMES".
           DISPLAY "  3. Pedir un informe o utilidad en diferido".
           DISPLAY "  4. Consultar mis peticiones diferidas".
           DISPLAY "  5. Anular una peticion diferida".
           DISPLAY "  6. Reimprimir un informe de una generacion".
           ACCEPT PROGRAMA-ELEGIDO.
           EVALUATE TRUE
               WHEN PROGRAMA-OPERACIONES
               WHEN PROGRAMA-TABLAS
                   CALL "PERFORM-TIMES"
                   PERFORM RECOGE-RETORNO-LANZADO
               WHEN PROGRAMA-PIDE-DIFERIDO
                   PERFORM PIDE-DIFERIDO THRU PIDE-DIFERIDO-FIN
               WHEN PROGRAMA-CONSULTA-COLA
                   PERFORM CONSULTA-COLA
               WHEN PROGRAMA-ANULA-DIFERIDO
                   PERFORM ANULA-DIFERIDO THRU ANULA-DIFERIDO-FIN
               WHEN PROGRAMA-REIMPRESION
                   PERFORM PIDE-REIMPRESION THRU PIDE-REIMPRESION-FIN
               WHEN OTHER
                   DISPLAY "Opcion no valida, no se ejecuta ningun "
                           "programa."
               MOVE RETURN-CODE TO CODIGO-RETORNO
           END-IF.

      *Las consultas pesadas sobre el libro se piden aqui y corren
      *desatendidas: los parametros se toman con las mismas preguntas
      *del programa y en el mismo orden en que el las hace.
       PIDE-DIFERIDO.
           MOVE SPACES TO COLA-RECORD
           DISPLAY "Programa a pedir en diferido:".
           DISPLAY "  1. LEDGINQ  - consulta del libro de calculos".
           DISPLAY "  2. LEDGSTMT - extracto mensual de un operador".
           DISPLAY "  3. INFMOV   - informe de traslados".
           DISPLAY "  4. EXTRACT  - extractos para finanzas".
           ACCEPT DIFERIDO-ELEGIDO.
           EVALUATE TRUE
               WHEN DIFERIDO-LEDGINQ
                   MOVE "LEDGINQ" TO CT-PROGRAMA
                   DISPLAY "Fecha desde AAAAMMDD (espacios para "
                           "todas): "
                   ACCEPT CT-PARAMETRO (1)
                   DISPLAY "Fecha hasta AAAAMMDD (espacios para "
                           "todas): "
                   ACCEPT CT-PARAMETRO (2)
                   DISPLAY "Operador (espacios para todos): "
                   ACCEPT CT-PARAMETRO (3)
                   DISPLAY "Operacion (espacios para todas): "
                   ACCEPT CT-PARAMETRO (4)
                   DISPLAY "Cadena de calculo (espacios para todas): "
                   ACCEPT CT-PARAMETRO (5)
               WHEN DIFERIDO-LEDGSTMT
                   MOVE "LEDGSTMT" TO CT-PROGRAMA
                   DISPLAY "Operador del extracto: "
                   ACCEPT CT-PARAMETRO (1)
                   DISPLAY "Mes del extracto (AAAAMM): "
                   ACCEPT CT-PARAMETRO (2)
               WHEN DIFERIDO-INFMOV
                   MOVE "INFMOV" TO CT-PROGRAMA
                   DISPLAY "Fecha desde AAAAMMDD (espacios para "
                           "todas): "
                   ACCEPT CT-PARAMETRO (1)
                   DISPLAY "Fecha hasta AAAAMMDD (espacios para "
                           "todas): "
                   ACCEPT CT-PARAMETRO (2)
                   DISPLAY "Departamento destino (espacios para "
                           "todos): "
                   ACCEPT CT-PARAMETRO (3)
               WHEN DIFERIDO-EXTRACT
                   MOVE "EXTRACT" TO CT-PROGRAMA
                   DISPLAY "Modo del extracto:"
                   DISPLAY "  1. Rango de fechas tecleado"
                   DISPLAY "  2. Incremental desde la ultima marca"
                   DISPLAY "  3. Reenvio exacto de un dia"
                   ACCEPT CT-PARAMETRO (1)
                   EVALUATE CT-PARAMETRO (1)
                       WHEN "1"
                           DISPLAY "Fecha desde AAAAMMDD (espacios "
                                   "para todas): "
                           ACCEPT CT-PARAMETRO (2)
                           DISPLAY "Fecha hasta AAAAMMDD (espacios "
                                   "para todas): "
                           ACCEPT CT-PARAMETRO (3)
                       WHEN "2"
                           CONTINUE
                       WHEN "3"
                           DISPLAY "Fecha del dia a reenviar "
                                   "(AAAAMMDD): "
                           ACCEPT CT-PARAMETRO (2)
                       WHEN OTHER
                           DISPLAY "Modo no valido, peticion "
                                   "cancelada."
                           MOVE 4 TO CODIGO-RETORNO
                           GO TO PIDE-DIFERIDO-FIN
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "Opcion no valida, no se pide nada."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO PIDE-DIFERIDO-FIN
           END-EVALUATE.
           DISPLAY "Hora de ejecucion AAAAMMDDHHMM (espacios: en el "
                   "ciclo de la noche): ".
           ACCEPT PROGRAMADA-X.
           IF PROGRAMADA-X = SPACES
               MOVE 0 TO PROGRAMADA
           END-IF.
           IF PROGRAMADA-X NOT NUMERIC
               DISPLAY "Hora no valida, peticion cancelada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO PIDE-DIFERIDO-FIN.
           MOVE "A"            TO SC-ACCION
           MOVE "COLATRAB"     TO SC-SECUENCIA
           MOVE "GO-TO"        TO SC-PROGRAMA
           MOVE OP-OPERADOR-ID TO SC-OPERADOR-ID
           CALL "SECASIG" USING SECASIG-PARM
           IF NOT SC-CORRECTO
               DISPLAY "No se pudo numerar la peticion en SECASIG ("
                       SC-RESULTADO "); no queda en cola."
               MOVE 8 TO CODIGO-RETORNO
               GO TO PIDE-DIFERIDO-FIN.
           MOVE SC-NUMERO      TO CT-NUMERO
           MOVE OP-OPERADOR-ID TO CT-SOLICITANTE
           MOVE OP-TERMINAL-ID TO CT-TERMINAL-ID
           MOVE FUNCTION CURRENT-DATE TO CT-FECHA-PETICION
           MOVE PROGRAMADA     TO CT-PROGRAMADA
           MOVE "P"            TO CT-ESTADO
           MOVE 0              TO CT-RETORNO
           PERFORM ABRE-COLA-TRABAJOS
           WRITE COLA-RECORD
               INVALID KEY
                   DISPLAY "La peticion " CT-NUMERO " ya existe en "
                           "COLATRAB.DAT; no queda en cola."
                   MOVE 8 TO CODIGO-RETORNO
               NOT INVALID KEY
                   DISPLAY "Peticion " CT-NUMERO " en cola: "
                           CT-PROGRAMA
           END-WRITE
           CLOSE COLA-TRABAJOS.

       PIDE-DIFERIDO-FIN.
           EXIT.

       ABRE-COLA-TRABAJOS.
           OPEN I-O COLA-TRABAJOS
           IF CT-STATUS = "35"
               OPEN OUTPUT COLA-TRABAJOS
               CLOSE COLA-TRABAJOS
               OPEN I-O COLA-TRABAJOS
           END-IF.

       CONSULTA-COLA.
           MOVE 0 TO PETICIONES-LISTADAS
           OPEN INPUT COLA-TRABAJOS
           IF CT-STATUS = "00"
               DISPLAY "Numero Programa     Estado     RC   Salida"
                       "       Hora pedida"
               PERFORM UNTIL CT-STATUS NOT = "00"
                   READ COLA-TRABAJOS NEXT RECORD
                       AT END
                           MOVE "10" TO CT-STATUS
                       NOT AT END
                           IF CT-SOLICITANTE = OP-OPERADOR-ID
                               PERFORM MUESTRA-PETICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLA-TRABAJOS
           END-IF
           IF PETICIONES-LISTADAS = 0
               DISPLAY "No tienes peticiones diferidas."
           END-IF.

       MUESTRA-PETICION.
           ADD 1 TO PETICIONES-LISTADAS
           EVALUATE TRUE
               WHEN CT-EN-COLA
                   MOVE "En cola"    TO ESTADO-TEXTO
               WHEN CT-EN-EJECUCION
                   MOVE "Ejecutando" TO ESTADO-TEXTO
               WHEN CT-TERMINADA
                   MOVE "Terminada"  TO ESTADO-TEXTO
               WHEN CT-FALLIDA
                   MOVE "Fallida"    TO ESTADO-TEXTO
               WHEN CT-ANULADA
                   MOVE "Anulada"    TO ESTADO-TEXTO
               WHEN OTHER
                   MOVE CT-ESTADO    TO ESTADO-TEXTO
           END-EVALUATE
           IF CT-PROGRAMADA = 0
               DISPLAY CT-NUMERO " " CT-PROGRAMA " " ESTADO-TEXTO " "
                       CT-RETORNO " " CT-SALIDA " ciclo nocturno"
           ELSE
               DISPLAY CT-NUMERO " " CT-PROGRAMA " " ESTADO-TEXTO " "
                       CT-RETORNO " " CT-SALIDA " " CT-PROGRAMADA
           END-IF.

      *Solo quien hizo la peticion la anula, y solo mientras sigue en
      *cola; la que ya corre o termino queda como esta.
       ANULA-DIFERIDO.
           DISPLAY "Numero de la peticion a anular: ".
           ACCEPT PETICION-X.
           INSPECT PETICION-X REPLACING LEADING SPACES BY ZEROS.
           IF PETICION-X NOT NUMERIC
               DISPLAY "Numero no valido."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-DIFERIDO-FIN.
           OPEN I-O COLA-TRABAJOS.
           IF CT-STATUS NOT = "00"
               DISPLAY "No hay cola de peticiones COLATRAB.DAT."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ANULA-DIFERIDO-FIN.
           MOVE "S" TO PETICION-VALIDA-SW
           MOVE PETICION TO CT-NUMERO
           READ COLA-TRABAJOS
               INVALID KEY
                   DISPLAY "No existe la peticion " PETICION "."
                   MOVE "N" TO PETICION-VALIDA-SW
           END-READ
           IF PETICION-VALIDA
               IF CT-SOLICITANTE NOT = OP-OPERADOR-ID
                   DISPLAY "Solo quien pidio la peticion puede "
                           "anularla."
                   MOVE "N" TO PETICION-VALIDA-SW
               ELSE
                   IF NOT CT-EN-COLA
                       DISPLAY "La peticion ya no esta en cola, no "
                               "se puede anular."
                       MOVE "N" TO PETICION-VALIDA-SW
                   END-IF
               END-IF
           END-IF
           IF PETICION-VALIDA
               MOVE "X" TO CT-ESTADO
               MOVE FUNCTION CURRENT-DATE TO CT-FIN
               REWRITE COLA-RECORD
               DISPLAY "Peticion " CT-NUMERO " anulada."
           ELSE
               MOVE 4 TO CODIGO-RETORNO
           END-IF
           CLOSE COLA-TRABAJOS.

       ANULA-DIFERIDO-FIN.
           EXIT.

      *La generacion se elige por informe y fecha; si se purgo y se
      *recupero de la copia de seguridad con otro nombre, se da ese
      *nombre de fichero.
       PIDE-REIMPRESION.
           MOVE SPACES TO REIMPR-PARM.
           DISPLAY "Informe a reimprimir (TABLAS, RECIBO, NUMEROS, "
                   "OPSLOG, RESUMEN): ".
           ACCEPT RM-INFORME.
           DISPLAY "Fecha de la generacion (AAAAMMDD): ".
           ACCEPT REIMPR-FECHA-X.
           IF REIMPR-FECHA-X NOT NUMERIC
               DISPLAY "Fecha no valida."
               MOVE 4 TO CODIGO-RETORNO
               GO TO PIDE-REIMPRESION-FIN.
           MOVE REIMPR-FECHA TO RM-FECHA.
           DISPLAY "Fichero recuperado de la copia (espacios para "
                   "usar el catalogo): ".
           ACCEPT RM-FICHERO.
           MOVE OP-OPERADOR-ID TO RM-SOLICITANTE.
           CALL "REIMPR" USING REIMPR-PARM.
           EVALUATE TRUE
               WHEN RM-CORRECTO
                   DISPLAY "Reimpresion en " RM-SALIDA " ("
                           RM-LINEAS " lineas)."
               WHEN RM-NO-CATALOGADA
                   DISPLAY "No hay generacion de " RM-INFORME
                           " del " RM-FECHA " en CATGEN.DAT."
                   MOVE 4 TO CODIGO-RETORNO
               WHEN RM-PURGADA
                   DISPLAY "La generacion se purgo; recuperala de la "
                           "copia de seguridad y da su fichero."
                   MOVE 4 TO CODIGO-RETORNO
               WHEN RM-SIN-FICHERO
                   DISPLAY "No se encuentra el fichero de la "
                           "generacion."
                   MOVE 4 TO CODIGO-RETORNO
               WHEN OTHER
                   DISPLAY "No se pudo numerar la reimpresion."
                   MOVE 4 TO CODIGO-RETORNO
           END-EVALUATE.

       PIDE-REIMPRESION-FIN.
           EXIT.

       END PROGRAM GO-TO.
