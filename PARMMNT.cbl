      * Purpose: Mantenimiento central de los parametros de ajuste que
      *          hasta ahora se editaban a mano: umbral de aprobacion
      *          (UMBRAL.DAT), limites de excepciones (UMBREXC.DAT),
      *          tolerancia de rendimiento (UMBRPERF.DAT), retencion de
      *          generaciones de informes (RETGEN.DAT), retencion del
      *          libro (RETENCLD.DAT) y limites del bucle (BOUNDS.DAT),
      *          ademas del limite diario acumulado de apuntes por
      *          operador (LIMDIA.DAT). Conoce el rango valido de cada
      *          parametro, muestra los valores vigentes, exige nivel de
      *          supervisor para cambiar y deja el antes y el despues
      *          con operador e instante en PARMAUD.LOG, como hace
      *          AUTHMNT con AUTHAUD.LOG. La matriz de permisos de
      *          PERMCHK autoriza la entrada y cada funcion del menu. La
      *          opcion A fija el factor de desvio (DESVIO.DAT) con el
      *          que LEDGDESV senala apuntes fuera de lo habitual. La
      *          opcion B fija el umbral de rotacion (ROTACION.DAT), el
      *          porcentaje anual de bajas a partir del cual INFROTA
      *          senala un departamento. La opcion C fija el plazo en
      *          dias habiles (TRASPLZ.DAT) tras el que TRASVENC escala
      *          un traslado pendiente de aprobacion. La opcion D fija
      *          la edad de jubilacion (JUBEDAD.DAT) con la que INFPREV
      *          anticipa las jubilaciones. Las opciones E y F fijan
      *          en VACACION.DAT los dias habiles de vacaciones al ano y
      *          el tope de dias que pasan al ano siguiente. La opcion G
      *          fija los anos que se conservan los datos personales
      *          tras la baja (ANONANOS.DAT) antes de que ANONIMIZ los
      *          enmascare. La opcion H fija el rango de una secuencia
      *          de SECUENC.DAT y si vuelve al minimo al agotarlo. La
      *          opcion I fija los minutos (ALERTPLZ.DAT) que tiene la
      *          guardia para confirmar una alerta antes de que ALERTESC
      *          la reenvie al siguiente contacto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CONTROL-BOUNDS ASSIGN TO "BOUNDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BND-STATUS.
           SELECT LIMITES-DIARIOS ASSIGN TO "LIMDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIM-STATUS.
           SELECT FACTOR-DESVIO ASSIGN TO "DESVIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSV-STATUS.
           SELECT UMBRAL-ROTACION ASSIGN TO "ROTACION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROT-STATUS.
           SELECT PLAZO-TRASLADOS ASSIGN TO "TRASPLZ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TPZ-STATUS.
           SELECT PLAZO-ALERTAS ASSIGN TO "ALERTPLZ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APZ-STATUS.
           SELECT EDAD-JUBILACION ASSIGN TO "JUBEDAD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JUB-STATUS.
           SELECT VACACIONES-ANUALES ASSIGN TO "VACACION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VAC-STATUS.
           SELECT ANOS-CONSERVACION ASSIGN TO "ANONANOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANO-STATUS.
           SELECT SECUENCIAS ASSIGN TO "SECUENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-NOMBRE
               FILE STATUS IS SQ-STATUS.
           SELECT PARM-AUDIT ASSIGN TO "PARMAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           05  CTL-FROM             PIC 9(03).
           05  CTL-BY               PIC 9(03).
           05  CTL-UNTIL            PIC 9(03).
       FD  LIMITES-DIARIOS.
       COPY LIMDIA.
       FD  FACTOR-DESVIO.
       01  DESVIO-RECORD             PIC 9(02).
       FD  UMBRAL-ROTACION.
       01  ROTACION-RECORD           PIC 9(02).
       FD  PLAZO-TRASLADOS.
       01  TRASPLZ-RECORD            PIC 9(02).
       FD  PLAZO-ALERTAS.
       01  ALERTPLZ-RECORD           PIC 9(03).
       FD  EDAD-JUBILACION.
       01  JUBEDAD-RECORD            PIC 9(02).
       FD  VACACIONES-ANUALES.
       01  VACACION-RECORD.
           05  VC-DIAS-ANUALES      PIC 9(02).
           05  VC-TOPE-ARRASTRE     PIC 9(02).
       FD  ANOS-CONSERVACION.
       01  ANONANOS-RECORD           PIC 9(02).
       FD  SECUENCIAS.
       COPY SECUENC.
       FD  PARM-AUDIT.
       01  PARM-AUDIT-RECORD.
           05  PA-OPERADOR          PIC X(08).
       01  RTG-STATUS          PIC XX.
       01  RTL-STATUS          PIC XX.
       01  BND-STATUS          PIC XX.
       01  LIM-STATUS          PIC XX.
       01  DSV-STATUS          PIC XX.
       01  ROT-STATUS          PIC XX.
       01  TPZ-STATUS          PIC XX.
       01  APZ-STATUS          PIC XX.
       01  JUB-STATUS          PIC XX.
       01  VAC-STATUS          PIC XX.
       01  ANO-STATUS          PIC XX.
       01  SQ-STATUS           PIC XX.
       01  AUD-STATUS          PIC XX.
       01  OPCION              PIC X.
           88  OPCION-VER             VALUE "1".
           88  OPCION-RETGEN          VALUE "5".
           88  OPCION-RETLDG          VALUE "6".
           88  OPCION-BOUNDS          VALUE "7".
           88  OPCION-LIMDIA          VALUE "8".
           88  OPCION-SALIR           VALUE "9".
           88  OPCION-DESVIO          VALUE "A" "a".
           88  OPCION-ROTACION        VALUE "B" "b".
           88  OPCION-TRASPLAZO       VALUE "C" "c".
           88  OPCION-JUBILACION      VALUE "D" "d".
           88  OPCION-VACACIONES      VALUE "E" "e".
           88  OPCION-ARRASTRE        VALUE "F" "f".
           88  OPCION-CONSERVACION    VALUE "G" "g".
           88  OPCION-SECUENCIA       VALUE "H" "h".
           88  OPCION-ALERTPLZ        VALUE "I" "i".
       01  VALOR-UMBRAL        PIC 9(09) VALUE 1000.
       01  LIMITE-LEVES        PIC 9(05) VALUE 100.
       01  LIMITE-MEDIAS       PIC 9(05) VALUE 20.
       01  VALOR-FROM          PIC 9(03) VALUE 1.
       01  VALOR-BY            PIC 9(03) VALUE 1.
       01  VALOR-UNTIL         PIC 9(03) VALUE 100.
       01  VALOR-DESVIO        PIC 9(02) VALUE 3.
       01  VALOR-ROTACION      PIC 9(02) VALUE 15.
       01  VALOR-TRASPLAZO     PIC 9(02) VALUE 3.
       01  VALOR-JUBILACION    PIC 9(02) VALUE 65.
       01  VALOR-VACACIONES    PIC 9(02) VALUE 22.
       01  VALOR-ARRASTRE      PIC 9(02) VALUE 5.
       01  VALOR-CONSERVACION  PIC 9(02) VALUE 5.
       01  VALOR-ALERTPLZ      PIC 9(03) VALUE 30.
       01  ENTRADA-X           PIC X(12).
       01  ENTRADA-9 REDEFINES ENTRADA-X PIC 9(12).
       01  INFORME-PEDIDO      PIC X(12).
                   INDEXED BY RETGEN-IX.
               10  RT-INFORME     PIC X(12).
               10  RT-GENERS      PIC 9(02).
       01  OPERADOR-PEDIDO     PIC X(08).
       01  SECUENCIA-PEDIDA    PIC X(12).
       01  NUEVO-MINIMO        PIC 9(06).
       01  NUEVO-MAXIMO        PIC 9(06).
       01  NUEVO-CICLO         PIC X.
       01  LIMDIA-COUNT        PIC 9(02) VALUE 0.
       01  LIMDIA-TABLA.
           05  LIMDIA-ENTRADA OCCURS 1 TO 50 TIMES
                   DEPENDING ON LIMDIA-COUNT
                   INDEXED BY LIMDIA-IX.
               10  LT-OPERADOR    PIC X(08).
               10  LT-LIMITE      PIC 9(09).
       01  ENCONTRADO          PIC X VALUE "N".
           88  ENTRADA-ENCONTRADA    VALUE "S".
       01  CLAVE-OPERADOR      PIC X(08).
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY LOCKPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
               DISPLAY "Acceso denegado, no se inicia la sesion."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           MOVE "*" TO PK-FUNCION
           PERFORM VERIFICA-PERMISO
           IF NOT PK-PERMITIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           IF NOT NIVEL-SUPERVISION
               DISPLAY "El mantenimiento de parametros esta "
                       "reservado a supervisores."
           DISPLAY "  5. Retencion de informes (RETGEN.DAT)".
           DISPLAY "  6. Retencion del libro (RETENCLD.DAT)".
           DISPLAY "  7. Limites del bucle (BOUNDS.DAT)".
           DISPLAY "  8. Limite diario por operador (LIMDIA.DAT)".
           DISPLAY "  A. Factor de desvio del libro (DESVIO.DAT)".
           DISPLAY "  B. Umbral de rotacion (ROTACION.DAT)".
           DISPLAY "  C. Plazo de traslados (TRASPLZ.DAT)".
           DISPLAY "  D. Edad de jubilacion (JUBEDAD.DAT)".
           DISPLAY "  E. Dias de vacaciones (VACACION.DAT)".
           DISPLAY "  F. Tope de arrastre (VACACION.DAT)".
           DISPLAY "  G. Anos de conservacion (ANONANOS.DAT)".
           DISPLAY "  H. Rango de una secuencia (SECUENC.DAT)".
           DISPLAY "  I. Plazo de confirmacion de alertas (ALERTPLZ)".
           DISPLAY "  9. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-PARAMETROS.
           EVALUATE TRUE
               WHEN OPCION-VER
                   PERFORM MUESTRA-VALORES
               WHEN OPCION-BOUNDS
                   PERFORM CAMBIA-BOUNDS
                   GO TO MENU-PARAMETROS
               WHEN OPCION-LIMDIA
                   PERFORM CAMBIA-LIMDIA
                       THRU CAMBIA-LIMDIA-FIN
                   GO TO MENU-PARAMETROS
               WHEN OPCION-DESVIO
                   PERFORM CAMBIA-DESVIO
                   GO TO MENU-PARAMETROS
               WHEN OPCION-ROTACION
                   PERFORM CAMBIA-ROTACION
                   GO TO MENU-PARAMETROS
               WHEN OPCION-TRASPLAZO
                   PERFORM CAMBIA-TRASPLAZO
                   GO TO MENU-PARAMETROS
               WHEN OPCION-JUBILACION
                   PERFORM CAMBIA-JUBILACION
                   GO TO MENU-PARAMETROS
               WHEN OPCION-VACACIONES
                   PERFORM CAMBIA-VACACIONES
                   GO TO MENU-PARAMETROS
               WHEN OPCION-ARRASTRE
                   PERFORM CAMBIA-ARRASTRE
                   GO TO MENU-PARAMETROS
               WHEN OPCION-CONSERVACION
                   PERFORM CAMBIA-CONSERVACION
                   GO TO MENU-PARAMETROS
               WHEN OPCION-SECUENCIA
                   PERFORM CAMBIA-SECUENCIA
                       THRU CAMBIA-SECUENCIA-FIN
                   GO TO MENU-PARAMETROS
               WHEN OPCION-ALERTPLZ
                   PERFORM CAMBIA-ALERTPLZ
                   GO TO MENU-PARAMETROS
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 9, A, "
                           "B, C, D, E, F, G, H o I."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-PARAMETROS
           END-EVALUATE.
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
           MOVE "PARMMNT"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de PARMMNT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-VER
                   MOVE "VER"         TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-UMBRAL
                   MOVE "UMBRAL"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-EXCEP
                   MOVE "EXCEP"       TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-PERF
                   MOVE "PERF"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-RETGEN
                   MOVE "RETGEN"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-RETLDG
                   MOVE "RETLDG"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-BOUNDS
                   MOVE "BOUNDS"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-LIMDIA
                   MOVE "LIMDIA"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-DESVIO
                   MOVE "DESVIO"      TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ROTACION
                   MOVE "ROTACION"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-TRASPLAZO
                   MOVE "TRASPLAZO"   TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-JUBILACION
                   MOVE "JUBILACION"  TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-VACACIONES
                   MOVE "VACACIONES"  TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ARRASTRE
                   MOVE "ARRASTRE"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-CONSERVACION
                   MOVE "CONSERVA"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-SECUENCIA
                   MOVE "SECUENCIA"   TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ALERTPLZ
                   MOVE "ALERTPLZ"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

       CARGA-VALORES.
           OPEN INPUT UMBRAL-CONTROL
           IF UMB-STATUS = "00"
               END-READ
               CLOSE CONTROL-BOUNDS
           END-IF
           OPEN INPUT FACTOR-DESVIO
           IF DSV-STATUS = "00"
               READ FACTOR-DESVIO
                   NOT AT END
                       MOVE DESVIO-RECORD TO VALOR-DESVIO
               END-READ
               CLOSE FACTOR-DESVIO
           END-IF
           OPEN INPUT UMBRAL-ROTACION
           IF ROT-STATUS = "00"
               READ UMBRAL-ROTACION
                   NOT AT END
                       MOVE ROTACION-RECORD TO VALOR-ROTACION
               END-READ
               CLOSE UMBRAL-ROTACION
           END-IF
           OPEN INPUT PLAZO-TRASLADOS
           IF TPZ-STATUS = "00"
               READ PLAZO-TRASLADOS
                   NOT AT END
                       MOVE TRASPLZ-RECORD TO VALOR-TRASPLAZO
               END-READ
               CLOSE PLAZO-TRASLADOS
           END-IF
           OPEN INPUT PLAZO-ALERTAS
           IF APZ-STATUS = "00"
               READ PLAZO-ALERTAS
                   NOT AT END
                       MOVE ALERTPLZ-RECORD TO VALOR-ALERTPLZ
               END-READ
               CLOSE PLAZO-ALERTAS
           END-IF
           OPEN INPUT EDAD-JUBILACION
           IF JUB-STATUS = "00"
               READ EDAD-JUBILACION
                   NOT AT END
                       MOVE JUBEDAD-RECORD TO VALOR-JUBILACION
               END-READ
               CLOSE EDAD-JUBILACION
           END-IF
           OPEN INPUT VACACIONES-ANUALES
           IF VAC-STATUS = "00"
               READ VACACIONES-ANUALES
                   NOT AT END
                       MOVE VC-DIAS-ANUALES  TO VALOR-VACACIONES
                       MOVE VC-TOPE-ARRASTRE TO VALOR-ARRASTRE
               END-READ
               CLOSE VACACIONES-ANUALES
           END-IF
           OPEN INPUT ANOS-CONSERVACION
           IF ANO-STATUS = "00"
               READ ANOS-CONSERVACION
                   NOT AT END
                       MOVE ANONANOS-RECORD TO VALOR-CONSERVACION
               END-READ
               CLOSE ANOS-CONSERVACION
           END-IF
           PERFORM CARGA-RETGEN
           PERFORM CARGA-LIMDIA.

       CARGA-RETGEN.
           MOVE 0 TO RETGEN-COUNT
               CLOSE RETENCION-GEN
           END-IF.

       CARGA-LIMDIA.
           MOVE 0 TO LIMDIA-COUNT
           OPEN INPUT LIMITES-DIARIOS
           IF LIM-STATUS = "00"
               PERFORM UNTIL LIM-STATUS NOT = "00"
                   READ LIMITES-DIARIOS
                       AT END
                           MOVE "10" TO LIM-STATUS
                       NOT AT END
                           IF LIMDIA-COUNT < 50
                               ADD 1 TO LIMDIA-COUNT
                               MOVE LD-OPERADOR
                                   TO LT-OPERADOR (LIMDIA-COUNT)
                               MOVE LD-LIMITE
                                   TO LT-LIMITE (LIMDIA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITES-DIARIOS
           END-IF.

       MUESTRA-VALORES.
           DISPLAY "Valores actuales:".
           DISPLAY "  Umbral de aprobacion:      " VALOR-UMBRAL.
                   " dias".
           DISPLAY "  Bucle FROM/BY/UNTIL:       " VALOR-FROM "/"
                   VALOR-BY "/" VALOR-UNTIL.
           DISPLAY "  Factor de desvio:          " VALOR-DESVIO
                   " desviaciones".
           DISPLAY "  Umbral de rotacion:        " VALOR-ROTACION
                   " por ciento anual".
           DISPLAY "  Plazo de traslados:        " VALOR-TRASPLAZO
                   " dias habiles".
           DISPLAY "  Edad de jubilacion:        " VALOR-JUBILACION
                   " anos".
           DISPLAY "  Dias de vacaciones:        " VALOR-VACACIONES
                   " dias habiles al ano".
           DISPLAY "  Tope de arrastre:          " VALOR-ARRASTRE
                   " dias".
           DISPLAY "  Conservacion tras la baja: " VALOR-CONSERVACION
                   " anos".
           DISPLAY "  Confirmacion de alertas:   " VALOR-ALERTPLZ
                   " minutos".
           IF RETGEN-COUNT = 0
               DISPLAY "  Retencion de informes: por defecto (5)."
           ELSE
                           " generaciones"
               END-PERFORM
           END-IF.
           IF LIMDIA-COUNT = 0
               DISPLAY "  Limite diario de apuntes: por defecto "
                       "(50000)."
           ELSE
               PERFORM VARYING LIMDIA-IX FROM 1 BY 1
                       UNTIL LIMDIA-IX > LIMDIA-COUNT
                   DISPLAY "  Limite diario " LT-OPERADOR (LIMDIA-IX)
                           ": " LT-LIMITE (LIMDIA-IX)
               END-PERFORM
           END-IF.

       PIDE-VALOR.
           DISPLAY "Nuevo valor: "
               DISPLAY "Retencion del libro grabada: " VALOR-RETLDG
           END-IF.

      *Numero de desviaciones tipicas sobre la media del historico
      *del operador y la operacion a partir del cual LEDGDESV
      *senala un apunte para revision.
       CAMBIA-DESVIO.
           DISPLAY "Factor de desvio actual: " VALOR-DESVIO
                   " (rango 1 a 20)."
           PERFORM PIDE-VALOR
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 = 0
                   OR ENTRADA-9 > 20
               DISPLAY "Valor fuera de rango, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE VALOR-DESVIO TO VALOR-ANTES
               MOVE ENTRADA-9 TO VALOR-DESVIO
               MOVE VALOR-DESVIO TO VALOR-DESPUES
               MOVE "DESVIO" TO NOMBRE-PARAMETRO
               MOVE VALOR-DESVIO TO DESVIO-RECORD
               OPEN OUTPUT FACTOR-DESVIO
               WRITE DESVIO-RECORD
               CLOSE FACTOR-DESVIO
               PERFORM GRABA-AUDITORIA
               DISPLAY "Factor de desvio grabado: " VALOR-DESVIO
           END-IF.

       CAMBIA-ROTACION.
           DISPLAY "Umbral de rotacion actual: " VALOR-ROTACION
                   " por ciento (rango 1 a 99)."
           PERFORM PIDE-VALOR
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 = 0
                   OR ENTRADA-9 > 99
               DISPLAY "Valor fuera de rango, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE VALOR-ROTACION TO VALOR-ANTES
               MOVE ENTRADA-9 TO VALOR-ROTACION
               MOVE VALOR-ROTACION TO VALOR-DESPUES
               MOVE "ROTACION" TO NOMBRE-PARAMETRO
               MOVE VALOR-ROTACION TO ROTACION-RECORD
               OPEN OUTPUT UMBRAL-ROTACION
               WRITE ROTACION-RECORD
               CLOSE UMBRAL-ROTACION
               PERFORM GRABA-AUDITORIA
               DISPLAY "Umbral de rotacion grabado: " VALOR-ROTACION
           END-IF.

       CAMBIA-TRASPLAZO.
           DISPLAY "Plazo de aprobacion de traslados actual: "
                   VALOR-TRASPLAZO " dias habiles (rango 1 a 99)."
           PERFORM PIDE-VALOR
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 = 0
                   OR ENTRADA-9 > 99
               DISPLAY "Valor fuera de rango, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE VALOR-TRASPLAZO TO VALOR-ANTES
               MOVE ENTRADA-9 TO VALOR-TRASPLAZO
               MOVE VALOR-TRASPLAZO TO VALOR-DESPUES
               MOVE "TRASPLAZO" TO NOMBRE-PARAMETRO
               MOVE VALOR-TRASPLAZO TO TRASPLZ-RECORD
               OPEN OUTPUT PLAZO-TRASLADOS
               WRITE TRASPLZ-RECORD
               CLOSE PLAZO-TRASLADOS
               PERFORM GRABA-AUDITORIA
               DISPLAY "Plazo de traslados grabado: " VALOR-TRASPLAZO
           END-IF.

       CAMBIA-ALERTPLZ.
           DISPLAY "Plazo de confirmacion de alertas actual: "
                   VALOR-ALERTPLZ " minutos (rango 5 a 999)."
           PERFORM PIDE-VALOR
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 < 5
                   OR ENTRADA-9 > 999
               DISPLAY "Valor fuera de rango, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE VALOR-ALERTPLZ TO VALOR-ANTES
               MOVE ENTRADA-9 TO VALOR-ALERTPLZ
               MOVE VALOR-ALERTPLZ TO VALOR-DESPUES
               MOVE "ALERTPLZ" TO NOMBRE-PARAMETRO
               MOVE VALOR-ALERTPLZ TO ALERTPLZ-RECORD
               OPEN OUTPUT PLAZO-ALERTAS
               WRITE ALERTPLZ-RECORD
               CLOSE PLAZO-ALERTAS
               PERFORM GRABA-AUDITORIA
               DISPLAY "Plazo de confirmacion grabado: "
                       VALOR-ALERTPLZ
           END-IF.

       CAMBIA-JUBILACION.
           DISPLAY "Edad de jubilacion actual: " VALOR-JUBILACION
                   " anos (rango 50 a 80)."
           PERFORM PIDE-VALOR
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 < 50
                   OR ENTRADA-9 > 80
               DISPLAY "Valor fuera de rango, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE VALOR-JUBILACION TO VALOR-ANTES
               MOVE ENTRADA-9 TO VALOR-JUBILACION
               MOVE VALOR-JUBILACION TO VALOR-DESPUES
               MOVE "JUBILACION" TO NOMBRE-PARAMETRO
               MOVE VALOR-JUBILACION TO JUBEDAD-RECORD
               OPEN OUTPUT EDAD-JUBILACION
               WRITE JUBEDAD-RECORD
               CLOSE EDAD-JUBILACION
               PERFORM GRABA-AUDITORIA
               DISPLAY "Edad de jubilacion grabada: " VALOR-JUBILACION
           END-IF.

      *Los dos valores comparten registro en VACACION.DAT: al cambiar
      *uno se vuelve a grabar el otro tal como esta.
       CAMBIA-VACACIONES.
           DISPLAY "Dias de vacaciones actuales: " VALOR-VACACIONES
                   " dias habiles al ano (rango 10 a 40)."
           PERFORM PIDE-VALOR
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 < 10
                   OR ENTRADA-9 > 40
               DISPLAY "Valor fuera de rango, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE VALOR-VACACIONES TO VALOR-ANTES
               MOVE ENTRADA-9 TO VALOR-VACACIONES
               MOVE VALOR-VACACIONES TO VALOR-DESPUES
               MOVE "VACACIONES" TO NOMBRE-PARAMETRO
               PERFORM GRABA-VACACION
               PERFORM GRABA-AUDITORIA
               DISPLAY "Dias de vacaciones grabados: " VALOR-VACACIONES
           END-IF.

       CAMBIA-ARRASTRE.
           DISPLAY "Tope de arrastre actual: " VALOR-ARRASTRE
                   " dias (rango 0 a 30)."
           PERFORM PIDE-VALOR
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 > 30
               DISPLAY "Valor fuera de rango, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE VALOR-ARRASTRE TO VALOR-ANTES
               MOVE ENTRADA-9 TO VALOR-ARRASTRE
               MOVE VALOR-ARRASTRE TO VALOR-DESPUES
               MOVE "ARRASTRE" TO NOMBRE-PARAMETRO
               PERFORM GRABA-VACACION
               PERFORM GRABA-AUDITORIA
               DISPLAY "Tope de arrastre grabado: " VALOR-ARRASTRE
           END-IF.

       GRABA-VACACION.
           MOVE VALOR-VACACIONES TO VC-DIAS-ANUALES
           MOVE VALOR-ARRASTRE   TO VC-TOPE-ARRASTRE
           OPEN OUTPUT VACACIONES-ANUALES
           WRITE VACACION-RECORD
           CLOSE VACACIONES-ANUALES.

       CAMBIA-CONSERVACION.
           DISPLAY "Anos de conservacion actuales: " VALOR-CONSERVACION
                   " anos tras la baja (rango 1 a 50)."
           PERFORM PIDE-VALOR
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 < 1
                   OR ENTRADA-9 > 50
               DISPLAY "Valor fuera de rango, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE VALOR-CONSERVACION TO VALOR-ANTES
               MOVE ENTRADA-9 TO VALOR-CONSERVACION
               MOVE VALOR-CONSERVACION TO VALOR-DESPUES
               MOVE "CONSERVA" TO NOMBRE-PARAMETRO
               MOVE VALOR-CONSERVACION TO ANONANOS-RECORD
               OPEN OUTPUT ANOS-CONSERVACION
               WRITE ANONANOS-RECORD
               CLOSE ANOS-CONSERVACION
               PERFORM GRABA-AUDITORIA
               DISPLAY "Anos de conservacion grabados: "
                       VALOR-CONSERVACION
           END-IF.

      *Solo se tocan el rango y la politica al agotarlo; el siguiente
      *numero es de SECASIG. El registro se relee bajo su cerrojo para
      *no pisar una emision hecha mientras se tecleaba.
       CAMBIA-SECUENCIA.
           PERFORM LISTA-SECUENCIAS
           DISPLAY "Secuencia a configurar: "
           ACCEPT SECUENCIA-PEDIDA
           MOVE SECUENCIA-PEDIDA TO SQ-NOMBRE
           OPEN INPUT SECUENCIAS
           IF SQ-STATUS = "00"
               READ SECUENCIAS
                   INVALID KEY
                       MOVE "23" TO SQ-STATUS
               END-READ
               CLOSE SECUENCIAS
           END-IF
           IF SQ-STATUS NOT = "00"
               DISPLAY "La secuencia no existe; se crea al emitir su "
                       "primer numero."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-SECUENCIA-FIN
           END-IF
           DISPLAY "Siguiente numero " SQ-SIGUIENTE ", rango "
                   SQ-MINIMO " a " SQ-MAXIMO ", vuelve al minimo: "
                   SQ-CICLO "."
           DISPLAY "Nuevo minimo (1 a 999999): "
           ACCEPT ENTRADA-X
           INSPECT ENTRADA-X REPLACING LEADING SPACES BY ZEROS
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 = 0
                   OR ENTRADA-9 > 999999
               DISPLAY "Valor fuera de rango, no se cambia nada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-SECUENCIA-FIN
           END-IF
           MOVE ENTRADA-9 TO NUEVO-MINIMO
           DISPLAY "Nuevo maximo (" NUEVO-MINIMO " a 999999): "
           ACCEPT ENTRADA-X
           INSPECT ENTRADA-X REPLACING LEADING SPACES BY ZEROS
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 < NUEVO-MINIMO
                   OR ENTRADA-9 > 999999
               DISPLAY "Valor fuera de rango, no se cambia nada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-SECUENCIA-FIN
           END-IF
           MOVE ENTRADA-9 TO NUEVO-MAXIMO
           DISPLAY "Al agotar el rango, volver al minimo (S/N)? "
           ACCEPT NUEVO-CICLO
           EVALUATE NUEVO-CICLO
               WHEN "s"
                   MOVE "S" TO NUEVO-CICLO
               WHEN "n"
                   MOVE "N" TO NUEVO-CICLO
           END-EVALUATE
           IF NUEVO-CICLO NOT = "S" AND NUEVO-CICLO NOT = "N"
               DISPLAY "Respuesta no valida, no se cambia nada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-SECUENCIA-FIN
           END-IF
           MOVE "E"            TO LK-ACCION
           MOVE "SECUENC"      TO LK-RECURSO
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF NOT LK-CONCEDIDO
               DISPLAY "SECUENC.DAT esta en uso por "
                       LK-OPERADOR-DUENO ", prueba mas tarde."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-SECUENCIA-FIN
           END-IF
           OPEN I-O SECUENCIAS
           MOVE SECUENCIA-PEDIDA TO SQ-NOMBRE
           READ SECUENCIAS
               INVALID KEY
                   MOVE "23" TO SQ-STATUS
           END-READ
           IF SQ-STATUS = "00"
      *Sin vuelta al minimo el maximo no puede quedar por debajo de
      *lo ya emitido: la secuencia quedaria agotada en el acto.
               IF NUEVO-CICLO = "N"
                       AND NUEVO-MAXIMO < SQ-SIGUIENTE - 1
                   DISPLAY "Ya se emitio hasta " SQ-SIGUIENTE
                           "; el maximo no puede ser menor."
                   MOVE 4 TO CODIGO-RETORNO
               ELSE
                   MOVE SPACES TO VALOR-ANTES
                   STRING SQ-MINIMO "/" SQ-MAXIMO "/" SQ-CICLO
                       DELIMITED BY SIZE INTO VALOR-ANTES
                   MOVE NUEVO-MINIMO TO SQ-MINIMO
                   MOVE NUEVO-MAXIMO TO SQ-MAXIMO
                   MOVE NUEVO-CICLO  TO SQ-CICLO
                   REWRITE SECUENCIA-RECORD
                   MOVE SPACES TO VALOR-DESPUES
                   STRING SQ-MINIMO "/" SQ-MAXIMO "/" SQ-CICLO
                       DELIMITED BY SIZE INTO VALOR-DESPUES
                   MOVE SQ-NOMBRE TO NOMBRE-PARAMETRO
                   PERFORM GRABA-AUDITORIA
                   DISPLAY "Secuencia " SQ-NOMBRE " grabada: rango "
                           SQ-MINIMO " a " SQ-MAXIMO
                           ", vuelve al minimo: " SQ-CICLO "."
               END-IF
           END-IF
           CLOSE SECUENCIAS
           MOVE "D" TO LK-ACCION
           CALL "LOCKMGR" USING LOCKMGR-PARM.

       CAMBIA-SECUENCIA-FIN.
           EXIT.

       LISTA-SECUENCIAS.
           OPEN INPUT SECUENCIAS
           IF SQ-STATUS = "00"
               DISPLAY "Secuencias de SECUENC.DAT:"
               READ SECUENCIAS NEXT RECORD
                   AT END
                       MOVE "10" TO SQ-STATUS
               END-READ
               PERFORM UNTIL SQ-STATUS NOT = "00"
                   DISPLAY "  " SQ-NOMBRE " " SQ-DESCRIPCION
                           " siguiente " SQ-SIGUIENTE
                   READ SECUENCIAS NEXT RECORD
                       AT END
                           MOVE "10" TO SQ-STATUS
                   END-READ
               END-PERFORM
               CLOSE SECUENCIAS
           END-IF.

      *BY a cero o FROM mayor que UNTIL es justo lo que
      *PERFORM-UNTIL-VARYING rechaza en ejecucion: aqui ni se graba.
       CAMBIA-BOUNDS.
               END-IF
           END-IF.

      *El limite general ("*") no puede quedar a cero; en un
      *operador el cero retira su excepcion y vuelve al general.
       CAMBIA-LIMDIA.
           DISPLAY "Operador a configurar (* para el limite general "
                   "del centro): "
           ACCEPT OPERADOR-PEDIDO
           IF OPERADOR-PEDIDO = SPACES
               DISPLAY "Operador en blanco, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-LIMDIA-FIN
           END-IF
           DISPLAY "Limite diario (rango 1 a 999999999; 0 retira la "
                   "excepcion del operador): "
           ACCEPT ENTRADA-X
           INSPECT ENTRADA-X REPLACING LEADING SPACES BY ZEROS
           IF ENTRADA-X NOT NUMERIC OR ENTRADA-9 > 999999999
                   OR (ENTRADA-9 = 0 AND OPERADOR-PEDIDO = "*")
               DISPLAY "Valor fuera de rango, no se cambia."
               MOVE 4 TO CODIGO-RETORNO
               GO TO CAMBIA-LIMDIA-FIN
           END-IF
           MOVE "LIMDIA" TO NOMBRE-PARAMETRO
           MOVE "N" TO ENCONTRADO
           PERFORM VARYING LIMDIA-IX FROM 1 BY 1
                   UNTIL LIMDIA-IX > LIMDIA-COUNT
                       OR ENTRADA-ENCONTRADA
               IF LT-OPERADOR (LIMDIA-IX) = OPERADOR-PEDIDO
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM
           IF ENTRADA-ENCONTRADA
               SET LIMDIA-IX DOWN BY 1
               MOVE SPACES TO VALOR-ANTES
               STRING OPERADOR-PEDIDO "=" LT-LIMITE (LIMDIA-IX)
                   DELIMITED BY SIZE INTO VALOR-ANTES
               IF ENTRADA-9 = 0
                   PERFORM RETIRA-LIMDIA
               ELSE
                   MOVE ENTRADA-9 TO LT-LIMITE (LIMDIA-IX)
               END-IF
           ELSE
               IF ENTRADA-9 = 0
                   DISPLAY "El operador no tenia excepcion, nada que "
                           "retirar."
                   GO TO CAMBIA-LIMDIA-FIN
               END-IF
               IF LIMDIA-COUNT >= 50
                   DISPLAY "No caben mas operadores en LIMDIA.DAT."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO CAMBIA-LIMDIA-FIN
               END-IF
               ADD 1 TO LIMDIA-COUNT
               SET LIMDIA-IX TO LIMDIA-COUNT
               MOVE OPERADOR-PEDIDO TO LT-OPERADOR (LIMDIA-IX)
               MOVE ENTRADA-9 TO LT-LIMITE (LIMDIA-IX)
               MOVE SPACES TO VALOR-ANTES
               STRING OPERADOR-PEDIDO "=(defecto)"
                   DELIMITED BY SIZE INTO VALOR-ANTES
           END-IF
           MOVE SPACES TO VALOR-DESPUES
           IF ENTRADA-9 = 0
               STRING OPERADOR-PEDIDO "=(general)"
                   DELIMITED BY SIZE INTO VALOR-DESPUES
           ELSE
               STRING OPERADOR-PEDIDO "=" LT-LIMITE (LIMDIA-IX)
                   DELIMITED BY SIZE INTO VALOR-DESPUES
           END-IF
           PERFORM GRABA-LIMDIA
           PERFORM GRABA-AUDITORIA
           DISPLAY "Limite diario de " OPERADOR-PEDIDO " grabado.".

       CAMBIA-LIMDIA-FIN.
           EXIT.

      *La excepcion retirada se cubre corriendo las siguientes.
       RETIRA-LIMDIA.
           PERFORM UNTIL LIMDIA-IX >= LIMDIA-COUNT
               MOVE LIMDIA-ENTRADA (LIMDIA-IX + 1)
                   TO LIMDIA-ENTRADA (LIMDIA-IX)
               SET LIMDIA-IX UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM LIMDIA-COUNT.

       GRABA-LIMDIA.
           OPEN OUTPUT LIMITES-DIARIOS
           PERFORM VARYING LIMDIA-IX FROM 1 BY 1
                   UNTIL LIMDIA-IX > LIMDIA-COUNT
               MOVE LT-OPERADOR (LIMDIA-IX) TO LD-OPERADOR
               MOVE LT-LIMITE (LIMDIA-IX)   TO LD-LIMITE
               WRITE LIMITE-DIARIO-RECORD
           END-PERFORM
           CLOSE LIMITES-DIARIOS.

       END PROGRAM PARMMNT.
