      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Mantenimiento de las reglas de registro REGLAS.DAT
      *          que evalua REGLACHK antes de grabar cada apunte:
      *          alta, cambio, baja y listado de reglas, cada una con
      *          sus condiciones de operacion, operador, terminal,
      *          banda y rango de importe y su accion (acepta, avisa,
      *          doble control, retiene o rechaza con severidad). Una
      *          regla nueva o cambiada queda en prueba: la simulacion
      *          la aplica junto a las activas al libro CALCLDGR.DAT
      *          del ultimo dia de negocio anterior e imprime en
      *          REGLSIM.PRT que apuntes habria tocado cada regla, y
      *          solo una regla en prueba ya simulada puede activarse.
      *          Reservado a supervisores; la matriz de permisos de
      *          PERMCHK autoriza la entrada y cada opcion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "REGLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RGL-STATUS.
           SELECT CALC-LEDGER ASSIGN TO "CALCLDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT SIMULA-REPORT ASSIGN TO "REGLSIM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE.
       01  REGLA-LINEA               PIC X(134).
       FD  CALC-LEDGER.
       COPY CALCLDGR.
       FD  SIMULA-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  RGL-STATUS          PIC XX.
       01  CL-STATUS           PIC XX.
       01  RPT-STATUS          PIC XX.
       01  OPCION              PIC X.
           88  OPCION-ALTA            VALUE "1".
           88  OPCION-CAMBIO          VALUE "2".
           88  OPCION-BAJA            VALUE "3".
           88  OPCION-LISTA           VALUE "4".
           88  OPCION-SIMULA          VALUE "5".
           88  OPCION-ACTIVA          VALUE "6".
           88  OPCION-SALIR           VALUE "7".
       01  ID-PEDIDO-X         PIC X(04).
       01  ID-PEDIDO REDEFINES ID-PEDIDO-X PIC 9(04).
       01  IMPORTE-PEDIDO      PIC S9(09)V99.
       01  IMPORTE-EDITADO     PIC -9(09).99.
       01  HASTA-EDITADO       PIC -9(09).99.
       01  REGLA-COUNT         PIC 9(03) VALUE 0.
       01  REGLAS-TABLA.
           05  REGLA-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON REGLA-COUNT
                   INDEXED BY REGLA-IX.
               10  RT-ID          PIC 9(04).
               10  RT-ACIERTOS    PIC 9(06).
               10  RT-REGISTRO    PIC X(134).
       01  REGLA-TEMPORAL      PIC X(144).
       01  POSICION            PIC 9(03) VALUE 0.
       01  ENCONTRADO          PIC X VALUE "N".
           88  ENTRADA-ENCONTRADA    VALUE "S".
       01  FECHA-SIMULADA      PIC 9(08) VALUE 0.
       01  LEIDOS              PIC 9(06) VALUE 0.
       01  TOCADOS             PIC 9(06) VALUE 0.
       01  SIMULADAS           PIC 9(03) VALUE 0.
       01  LINEA-ACIERTO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LA-APUNTE          PIC X(16).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LA-OPERADOR        PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LA-OPERACION       PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LA-IMPORTE         PIC -9(09).99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LA-BANDA           PIC X(10).
           05  FILLER             PIC X(08) VALUE "  regla ".
           05  LA-REGLA           PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LA-ESTADO          PIC X.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LA-ACCION          PIC X.
       01  CLAVE-OPERADOR      PIC X(08).
       01  ACCESO-PERMITIDO-SW PIC X VALUE "N".
           88  ACCESO-PERMITIDO       VALUE "S".
       01  NIVEL-ACTUAL        PIC X.
           88  NIVEL-SUPERVISION      VALUE "S" "A".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY REGLAS.
       COPY OPERADOR.
       COPY JOBLOGR.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY FECHAPRM.
       COPY CLASBND.
       COPY REGLPRM.
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
               DISPLAY "El mantenimiento de reglas de registro esta "
                       "reservado a supervisores."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CARGA-REGLAS.

       MENU-REGLAS.
           DISPLAY "Mantenimiento de reglas de registro:".
           DISPLAY "  1. Alta de regla (queda en prueba)".
           DISPLAY "  2. Cambiar regla (vuelve a prueba)".
           DISPLAY "  3. Dar de baja una regla".
           DISPLAY "  4. Listar reglas".
           DISPLAY "  5. Simular reglas contra el libro del ultimo "
                   "dia de negocio".
           DISPLAY "  6. Activar regla simulada".
           DISPLAY "  7. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-REGLAS.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-REGLA
                       THRU ALTA-REGLA-FIN
                   GO TO MENU-REGLAS
               WHEN OPCION-CAMBIO
                   PERFORM CAMBIA-REGLA
                       THRU CAMBIA-REGLA-FIN
                   GO TO MENU-REGLAS
               WHEN OPCION-BAJA
                   PERFORM BAJA-REGLA
                   GO TO MENU-REGLAS
               WHEN OPCION-LISTA
                   PERFORM LISTA-REGLAS
                   GO TO MENU-REGLAS
               WHEN OPCION-SIMULA
                   PERFORM SIMULA-REGLAS
                   GO TO MENU-REGLAS
               WHEN OPCION-ACTIVA
                   PERFORM ACTIVA-REGLA
                   GO TO MENU-REGLAS
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 7."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-REGLAS
           END-EVALUATE.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "REGLMNT"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "REGLMNT"            TO JL-PROGRAM-ID
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
           MOVE "REGLMNT"      TO TC-PROGRAMA
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
      *programa y cada una de sus opciones; la denegacion la
      *registra PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "REGLMNT"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de REGLMNT."
           END-IF.

       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   MOVE "ALTA"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-CAMBIO
                   MOVE "CAMBIO"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-BAJA
                   MOVE "BAJA"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-LISTA
                   MOVE "LISTA"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-SIMULA
                   MOVE "SIMULA"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ACTIVA
                   MOVE "ACTIVA"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

       CARGA-REGLAS.
           MOVE 0 TO REGLA-COUNT
           OPEN INPUT REGLAS-FILE
           IF RGL-STATUS = "00"
               PERFORM UNTIL RGL-STATUS NOT = "00"
                   READ REGLAS-FILE INTO REGLA-RECORD
                       AT END
                           MOVE "10" TO RGL-STATUS
                       NOT AT END
                           IF REGLA-COUNT < 100
                               ADD 1 TO REGLA-COUNT
                               MOVE RG-ID TO RT-ID (REGLA-COUNT)
                               MOVE 0 TO RT-ACIERTOS (REGLA-COUNT)
                               MOVE REGLA-RECORD
                                   TO RT-REGISTRO (REGLA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGLAS-FILE
           END-IF.

      *Las reglas se graban en orden de numero, que es el orden en
      *que REGLACHK las aplica.
       REGRABA-REGLAS.
           OPEN OUTPUT REGLAS-FILE
           PERFORM VARYING REGLA-IX FROM 1 BY 1
                   UNTIL REGLA-IX > REGLA-COUNT
               WRITE REGLA-LINEA FROM RT-REGISTRO (REGLA-IX)
           END-PERFORM
           CLOSE REGLAS-FILE
           DISPLAY "Reglas grabadas en REGLAS.DAT.".

       PIDE-ID.
           DISPLAY "Numero de regla (4 digitos, orden de "
                   "aplicacion): ".
           ACCEPT ID-PEDIDO-X.
           IF ID-PEDIDO-X NOT NUMERIC
               MOVE 0 TO ID-PEDIDO
           END-IF.

       BUSCA-REGLA.
           MOVE "N" TO ENCONTRADO
           PERFORM VARYING REGLA-IX FROM 1 BY 1
                   UNTIL REGLA-IX > REGLA-COUNT
                       OR ENTRADA-ENCONTRADA
               IF RT-ID (REGLA-IX) = ID-PEDIDO
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM
           IF ENTRADA-ENCONTRADA
               SET REGLA-IX DOWN BY 1
               MOVE RT-REGISTRO (REGLA-IX) TO REGLA-RECORD
           END-IF.

      *Condiciones y accion de la regla; en blanco (o importe a
      *cero) la condicion vale para todo.
       PIDE-CONDICIONES.
           DISPLAY "Operacion (SUMA, RESTA, ..., AJUSTE; en blanco "
                   "cualquiera): ".
           ACCEPT RG-OPERACION.
           DISPLAY "Operador (en blanco cualquiera): ".
           ACCEPT RG-OPERADOR.
           DISPLAY "Terminal (en blanco cualquiera): ".
           ACCEPT RG-TERMINAL.
           DISPLAY "Banda de CLASBAND (en blanco cualquiera): ".
           ACCEPT RG-BANDA.
           DISPLAY "Importe desde con signo (dos decimales "
                   "implicitos, cero sin minimo): ".
           ACCEPT IMPORTE-PEDIDO.
           IF IMPORTE-PEDIDO NOT NUMERIC
               MOVE 0 TO IMPORTE-PEDIDO
           END-IF.
           MOVE IMPORTE-PEDIDO TO RG-IMPORTE-DESDE.
           DISPLAY "Importe hasta con signo (dos decimales "
                   "implicitos, cero sin maximo): ".
           ACCEPT IMPORTE-PEDIDO.
           IF IMPORTE-PEDIDO NOT NUMERIC
               MOVE 0 TO IMPORTE-PEDIDO
           END-IF.
           MOVE IMPORTE-PEDIDO TO RG-IMPORTE-HASTA.
           DISPLAY "Accion: A acepta, V avisa, D doble control, "
                   "R retiene para revision, X rechaza: ".
           ACCEPT RG-ACCION.
           DISPLAY "Severidad de la excepcion del rechazo "
                   "(L, M o G): ".
           ACCEPT RG-SEVERIDAD.
           DISPLAY "Descripcion (30 caracteres): ".
           ACCEPT RG-DESCRIPCION.

      *Devuelve ENCONTRADO a "N" si la regla tecleada no es valida.
       VALIDA-CONDICIONES.
           MOVE "S" TO ENCONTRADO
           IF NOT RG-ACCION-VALIDA
               DISPLAY "Accion no valida."
               MOVE "N" TO ENCONTRADO
           END-IF
           IF NOT RG-SEVERIDAD-VALIDA
               IF RG-RECHAZA
                   DISPLAY "Un rechazo necesita severidad L, M o G."
                   MOVE "N" TO ENCONTRADO
               ELSE
                   MOVE "L" TO RG-SEVERIDAD
               END-IF
           END-IF
           IF RG-IMPORTE-DESDE NOT = 0
                   AND RG-IMPORTE-HASTA NOT = 0
                   AND RG-IMPORTE-DESDE > RG-IMPORTE-HASTA
               DISPLAY "El importe desde supera al importe hasta."
               MOVE "N" TO ENCONTRADO
           END-IF.

      *Toda regla grabada o cambiada vuelve a prueba y pierde su
      *simulacion: no se activa sin pasar antes por la opcion 5.
       SELLA-REGLA-EN-PRUEBA.
           MOVE "P"                   TO RG-ESTADO
           MOVE 0                     TO RG-FECHA-SIMULACION
           MOVE OP-OPERADOR-ID        TO RG-SUPERVISOR
           MOVE FUNCTION CURRENT-DATE TO RG-TIMESTAMP.

       ALTA-REGLA.
           IF REGLA-COUNT >= 100
               DISPLAY "No caben mas reglas (maximo 100)."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-REGLA-FIN.
           PERFORM PIDE-ID.
           IF ID-PEDIDO = 0
               DISPLAY "Numero de regla no valido."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-REGLA-FIN.
           PERFORM BUSCA-REGLA.
           IF ENTRADA-ENCONTRADA
               DISPLAY "La regla " ID-PEDIDO " ya existe."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-REGLA-FIN.
           MOVE SPACES TO REGLA-RECORD
           MOVE ID-PEDIDO TO RG-ID
           PERFORM PIDE-CONDICIONES.
           PERFORM VALIDA-CONDICIONES.
           IF NOT ENTRADA-ENCONTRADA
               DISPLAY "Alta rechazada, no se graba la regla."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-REGLA-FIN.
           PERFORM SELLA-REGLA-EN-PRUEBA.
           ADD 1 TO REGLA-COUNT
           MOVE RG-ID        TO RT-ID (REGLA-COUNT)
           MOVE 0            TO RT-ACIERTOS (REGLA-COUNT)
           MOVE REGLA-RECORD TO RT-REGISTRO (REGLA-COUNT)
           MOVE REGLA-COUNT TO POSICION
           PERFORM RECOLOCA-ALTA UNTIL POSICION = 1.
           PERFORM REGRABA-REGLAS.
           DISPLAY "Regla " ID-PEDIDO " dada de alta en prueba; "
                   "simulala antes de activarla.".

       ALTA-REGLA-FIN.
           EXIT.

      *Sube el alta hasta su sitio intercambiandola con la regla
      *anterior mientras el numero de esta sea mayor.
       RECOLOCA-ALTA.
           IF RT-ID (POSICION - 1) > RT-ID (POSICION)
               MOVE REGLA-ENTRADA (POSICION - 1) TO REGLA-TEMPORAL
               MOVE REGLA-ENTRADA (POSICION)
                   TO REGLA-ENTRADA (POSICION - 1)
               MOVE REGLA-TEMPORAL TO REGLA-ENTRADA (POSICION)
               SUBTRACT 1 FROM POSICION
           ELSE
               MOVE 1 TO POSICION
           END-IF.

       CAMBIA-REGLA.
           PERFORM PIDE-ID.
           PERFORM BUSCA-REGLA.
           IF NOT ENTRADA-ENCONTRADA
               DISPLAY "No existe la regla " ID-PEDIDO "."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-REGLA-FIN.
           IF RG-DE-BAJA
               DISPLAY "La regla " ID-PEDIDO " esta de baja; da de "
                       "alta una nueva."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-REGLA-FIN.
           PERFORM MUESTRA-REGLA.
           DISPLAY "Teclea de nuevo las condiciones y la accion:".
           PERFORM PIDE-CONDICIONES.
           PERFORM VALIDA-CONDICIONES.
           IF NOT ENTRADA-ENCONTRADA
               DISPLAY "Cambio rechazado, la regla queda como estaba."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-REGLA-FIN.
           PERFORM SELLA-REGLA-EN-PRUEBA.
           MOVE REGLA-RECORD TO RT-REGISTRO (REGLA-IX)
           PERFORM REGRABA-REGLAS.
           DISPLAY "Regla " ID-PEDIDO " cambiada; queda en prueba "
                   "hasta simularla y activarla.".

       CAMBIA-REGLA-FIN.
           EXIT.

      *La baja no borra la regla: queda en el fichero para que el
      *numero que aparece en REGLAS.LOG siga teniendo su definicion.
       BAJA-REGLA.
           PERFORM PIDE-ID.
           PERFORM BUSCA-REGLA.
           IF NOT ENTRADA-ENCONTRADA
               DISPLAY "No existe la regla " ID-PEDIDO "."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE "B"                   TO RG-ESTADO
               MOVE OP-OPERADOR-ID        TO RG-SUPERVISOR
               MOVE FUNCTION CURRENT-DATE TO RG-TIMESTAMP
               MOVE REGLA-RECORD TO RT-REGISTRO (REGLA-IX)
               PERFORM REGRABA-REGLAS
               DISPLAY "Regla " ID-PEDIDO " dada de baja."
           END-IF.

       ACTIVA-REGLA.
           PERFORM PIDE-ID.
           PERFORM BUSCA-REGLA.
           EVALUATE TRUE
               WHEN NOT ENTRADA-ENCONTRADA
                   DISPLAY "No existe la regla " ID-PEDIDO "."
                   MOVE 4 TO CODIGO-RETORNO
               WHEN NOT RG-EN-PRUEBA
                   DISPLAY "Solo se activa una regla en prueba."
                   MOVE 4 TO CODIGO-RETORNO
               WHEN RG-FECHA-SIMULACION = 0
                   DISPLAY "La regla " ID-PEDIDO " no se ha simulado "
                           "desde su ultimo cambio; usa la opcion 5."
                   MOVE 4 TO CODIGO-RETORNO
               WHEN OTHER
                   MOVE "A"                   TO RG-ESTADO
                   MOVE OP-OPERADOR-ID        TO RG-SUPERVISOR
                   MOVE FUNCTION CURRENT-DATE TO RG-TIMESTAMP
                   MOVE REGLA-RECORD TO RT-REGISTRO (REGLA-IX)
                   PERFORM REGRABA-REGLAS
                   DISPLAY "Regla " ID-PEDIDO " activa."
           END-EVALUATE.

       LISTA-REGLAS.
           DISPLAY "Reglas de registro (estado A activa, P en "
                   "prueba, B baja):"
           PERFORM VARYING REGLA-IX FROM 1 BY 1
                   UNTIL REGLA-IX > REGLA-COUNT
               MOVE RT-REGISTRO (REGLA-IX) TO REGLA-RECORD
               PERFORM MUESTRA-REGLA
           END-PERFORM
           DISPLAY "Total de reglas: " REGLA-COUNT.

       MUESTRA-REGLA.
           MOVE RG-IMPORTE-DESDE TO IMPORTE-EDITADO
           MOVE RG-IMPORTE-HASTA TO HASTA-EDITADO
           DISPLAY "  " RG-ID " " RG-ESTADO " accion " RG-ACCION
                   "/" RG-SEVERIDAD "  " RG-DESCRIPCION
           DISPLAY "       op " RG-OPERACION " oper " RG-OPERADOR
                   " term " RG-TERMINAL " banda " RG-BANDA
           DISPLAY "       importe " IMPORTE-EDITADO " a "
                   HASTA-EDITADO "  simulada " RG-FECHA-SIMULACION
                   "  por " RG-SUPERVISOR.

      *Simulacion: el libro del ultimo dia de negocio anterior a hoy
      *se pasa por REGLACHK en modo de simulacion, con las reglas
      *activas y las en prueba, sin anotar nada en REGLAS.LOG. Las
      *reglas en prueba quedan marcadas con la fecha de simulacion.
       SIMULA-REGLAS.
           PERFORM BUSCA-FECHA-SIMULADA
           IF FECHA-SIMULADA = 0
               DISPLAY "No hay apuntes en CALCLDGR.DAT anteriores a "
                       "la fecha de negocio " FN-FECHA-NEGOCIO "."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               PERFORM VARYING REGLA-IX FROM 1 BY 1
                       UNTIL REGLA-IX > REGLA-COUNT
                   MOVE 0 TO RT-ACIERTOS (REGLA-IX)
               END-PERFORM
               MOVE 0 TO LEIDOS
               MOVE 0 TO TOCADOS
               OPEN OUTPUT SIMULA-REPORT
               PERFORM ESCRIBE-CABECERA-SIMULACION
               PERFORM APLICA-REGLAS-LIBRO
               PERFORM ESCRIBE-RESUMEN-SIMULACION
               CLOSE SIMULA-REPORT
               PERFORM MARCA-REGLAS-SIMULADAS
               DISPLAY "Simulacion en REGLSIM.PRT: " TOCADOS " de "
                       LEIDOS " apuntes del " FECHA-SIMULADA
                       " encajan con alguna regla."
           END-IF.

       BUSCA-FECHA-SIMULADA.
           MOVE 0 TO FECHA-SIMULADA
           OPEN INPUT CALC-LEDGER
           IF CL-STATUS = "00"
               PERFORM UNTIL CL-STATUS NOT = "00"
                   READ CALC-LEDGER NEXT RECORD
                       AT END
                           MOVE "10" TO CL-STATUS
                       NOT AT END
                           IF CL-FECHA-NEGOCIO < FN-FECHA-NEGOCIO
                                   AND CL-FECHA-NEGOCIO
                                       > FECHA-SIMULADA
                               MOVE CL-FECHA-NEGOCIO
                                   TO FECHA-SIMULADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-LEDGER
           END-IF.

      *Los apuntes de compensacion de LEDGREV no pasaron por las
      *reglas al grabarse y no se simulan.
       APLICA-REGLAS-LIBRO.
           OPEN INPUT CALC-LEDGER
           PERFORM UNTIL CL-STATUS NOT = "00"
               READ CALC-LEDGER NEXT RECORD
                   AT END
                       MOVE "10" TO CL-STATUS
                   NOT AT END
                       IF CL-FECHA-NEGOCIO = FECHA-SIMULADA
                               AND CL-KEY-ORIGINAL = SPACES
                           PERFORM SIMULA-APUNTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-LEDGER.

       SIMULA-APUNTE.
           ADD 1 TO LEIDOS
           IF CL-BANDA = SPACES OR CL-BANDA = LOW-VALUES
               MOVE CL-RESULTADO TO CB-RESULTADO
               CALL "CLASBAND" USING CLASBAND-PARM
               MOVE CB-BANDA TO RP-BANDA
           ELSE
               MOVE CL-BANDA TO RP-BANDA
           END-IF
           MOVE "S"            TO RP-MODO
           MOVE "REGLMNT"      TO RP-PROGRAMA
           MOVE CL-OPERACION   TO RP-OPERACION
           MOVE CL-OPERADOR-ID TO RP-OPERADOR
           MOVE CL-TERMINAL-ID TO RP-TERMINAL
           MOVE CL-RESULTADO   TO RP-IMPORTE
           MOVE "N"            TO RP-ENTRENAMIENTO
           CALL "REGLACHK" USING REGLACHK-PARM
           IF RP-REGLA-ID NOT = 0
               ADD 1 TO TOCADOS
               MOVE RP-REGLA-ID TO ID-PEDIDO
               PERFORM BUSCA-REGLA
               IF ENTRADA-ENCONTRADA
                   ADD 1 TO RT-ACIERTOS (REGLA-IX)
               END-IF
               MOVE CL-KEY-TIMESTAMP (1:16) TO LA-APUNTE
               MOVE CL-OPERADOR-ID          TO LA-OPERADOR
               MOVE CL-OPERACION            TO LA-OPERACION
               MOVE CL-RESULTADO            TO LA-IMPORTE
               MOVE RP-BANDA                TO LA-BANDA
               MOVE RP-REGLA-ID             TO LA-REGLA
               MOVE RG-ESTADO               TO LA-ESTADO
               MOVE RP-ACCION               TO LA-ACCION
               MOVE LINEA-ACIERTO TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       ESCRIBE-CABECERA-SIMULACION.
           MOVE SPACES TO RPT-LINE
           STRING "Simulacion de reglas de registro contra el libro "
                  "del " FECHA-SIMULADA " - Fecha: "
                  FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Apuntes que encajan (apunte, operador, operacion, "
                  "importe, banda, regla estado accion):"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-RESUMEN-SIMULACION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Aciertos por regla:" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING REGLA-IX FROM 1 BY 1
                   UNTIL REGLA-IX > REGLA-COUNT
               MOVE RT-REGISTRO (REGLA-IX) TO REGLA-RECORD
               IF NOT RG-DE-BAJA
                   MOVE SPACES TO RPT-LINE
                   STRING "  regla " RG-ID " " RG-ESTADO
                          " accion " RG-ACCION "  "
                          RG-DESCRIPCION ": "
                          RT-ACIERTOS (REGLA-IX)
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Apuntes simulados: " LEIDOS
                  "  Encajan con alguna regla: " TOCADOS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       MARCA-REGLAS-SIMULADAS.
           MOVE 0 TO SIMULADAS
           PERFORM VARYING REGLA-IX FROM 1 BY 1
                   UNTIL REGLA-IX > REGLA-COUNT
               MOVE RT-REGISTRO (REGLA-IX) TO REGLA-RECORD
               IF RG-EN-PRUEBA
                   MOVE FN-FECHA-NEGOCIO TO RG-FECHA-SIMULACION
                   MOVE REGLA-RECORD TO RT-REGISTRO (REGLA-IX)
                   ADD 1 TO SIMULADAS
               END-IF
           END-PERFORM
           IF SIMULADAS > 0
               PERFORM REGRABA-REGLAS
               DISPLAY SIMULADAS " regla(s) en prueba quedan "
                       "simuladas y pueden activarse."
           END-IF.

       END PROGRAM REGLMNT.
