      ******************************************************************
      * Author: Benavidez Laura
      * Date: 11/01/2023
      * Purpose: La matriz de permisos de PERMCHK autoriza la entrada y
      *          cada modo de trabajo. Cada apunte grabado en
      *          CALCLDGR.DAT se sella con la cadena de control de
      *          LEDGCHN. Un limite diario acumulado por operador
      *          (LIMDIA.DAT, con el general del centro y excepciones
      *          individuales) parte de los apuntes del operador en
      *          CALCLDGR.DAT en la fecha de negocio; lo que lo
      *          superaria queda en OPSPEND.DAT para su
      *          aprobacion con OPSAPRB. En la sesion interactiva un
      *          apunte con fecha valor futura queda retenido en
      *          APURET.DAT hasta que el paso nocturno APULIB lo libera
      *          al libro en su fecha. Un lote OPSBATCH.DAT con cabecera
      *          y cola se cuadra antes de procesarlo y los apuntes que
      *          vienen de una orden fija dejan su traza en ORDFLDG.DAT.
      *          El modo 4 encadena calculos: el resultado de cada paso
      *          es el NUM1 del siguiente y los pasos quedan bajo un
      *          numero de cadena en CALSERIE.DAT. Los apuntes del lote
      *          dejan ademas su traza en LOTELDG.DAT. En todos los
      *          modos que graban, las reglas de REGLAS.DAT se evaluan
      *          con REGLACHK antes de registrar: el apunte puede
      *          aceptarse, avisarse, pedir doble control, quedar
      *          retenido en OPSPEND.DAT con motivo R o rechazarse con
      *          excepcion de la severidad de la regla. Una cuenta de
      *          formacion trabaja en modo de entrenamiento contra las
      *          copias ENT de los ficheros de negocio, sin diario y
      *          fuera de la cadena de control de LEDGCHN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LEDGER ASSIGN TO DYNAMIC NF-CALCLDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT RECON-BATCH ASSIGN TO DYNAMIC NF-RECONCIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECON-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC NF-EXCEPTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
           SELECT UMBRAL-CONTROL ASSIGN TO "UMBRAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UMB-STATUS.
           SELECT OPS-BATCH ASSIGN TO DYNAMIC NF-OPSBATCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPB-STATUS.
           SELECT OPS-SALIDA ASSIGN TO DYNAMIC NF-OPSALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPS-STATUS.
           SELECT OPS-PENDIENTES ASSIGN TO DYNAMIC NF-OPSPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEN-STATUS.
           SELECT OPS-RESTART ASSIGN TO DYNAMIC NF-OPSBRST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORS-STATUS.
           SELECT LIMITES-DIARIOS ASSIGN TO "LIMDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIM-STATUS.
           SELECT CONTROL-SESION ASSIGN TO DYNAMIC NF-CTLSES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTS-STATUS.
           SELECT APUNTES-RETENIDOS ASSIGN TO DYNAMIC NF-APURET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLAVE
               FILE STATUS IS ART-STATUS.
           SELECT SERIE-LEDGER ASSIGN TO DYNAMIC NF-CALSERIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CLAVE
               ALTERNATE RECORD KEY IS SL-CLAVE-LEDGER
               FILE STATUS IS SRL-STATUS.
           SELECT SERIE-COUNTER ASSIGN TO DYNAMIC NF-SERIECTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SRC-STATUS.
           SELECT ORDEN-LEDGER ASSIGN TO DYNAMIC NF-ORDFLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-CLAVE-LEDGER
               FILE STATUS IS ORL-STATUS.
           SELECT LOTE-LEDGER ASSIGN TO DYNAMIC NF-LOTELDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LL-CLAVE-LEDGER
               FILE STATUS IS LLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LEDGER.
       FD  UMBRAL-CONTROL.
       01  UMBRAL-RECORD             PIC 9(09).
       FD  OPS-BATCH.
       COPY OPSLOTE.
       FD  OPS-SALIDA.
       01  OPS-SALIDA-RECORD.
           05  SAL-NUM1               PIC -9(04).99.
           05  RSO-ESTADO           PIC X.
       FD  CONTROL-SESION.
       COPY CTLSES.
       FD  LIMITES-DIARIOS.
       COPY LIMDIA.
       FD  APUNTES-RETENIDOS.
       COPY APURET.
       FD  ORDEN-LEDGER.
       COPY ORDFLDG.
       FD  LOTE-LEDGER.
       COPY LOTELDG.
       FD  SERIE-LEDGER.
       COPY CALSERIE.
       FD  SERIE-COUNTER.
       01  SERIE-COUNTER-RECORD     PIC 9(08).
       WORKING-STORAGE SECTION.
       01  NUM1                 PIC S9(04)V99.
       01  NUM2                 PIC S9(04)V99.
           88  MODO-INTERACTIVO      VALUE "1".
           88  MODO-RECONCILIACION   VALUE "2".
           88  MODO-LOTE-OPERACIONES VALUE "3".
           88  MODO-CADENA           VALUE "4".
       01  OPB-STATUS         PIC XX.
       01  OPS-STATUS         PIC XX.
       01  PEN-STATUS         PIC XX.
           88  DATO-ES-VALIDO        VALUE "S".
       01  UMB-STATUS         PIC XX.
       01  UMBRAL-APROBACION  PIC 9(09) VALUE 1000.
       01  LIM-STATUS         PIC XX.
       01  LIMITE-DIARIO      PIC 9(09) VALUE 50000.
       01  LIMITE-PROPIO-SW   PIC X VALUE "N".
           88  LIMITE-PROPIO         VALUE "S".
       01  ACUMULADO-DIA      PIC 9(11)V99 VALUE 0.
       01  IMPORTE-ABSOLUTO   PIC 9(09)V99 VALUE 0.
       01  FECHA-APUNTE-LIBRO PIC 9(08) VALUE 0.
       01  LIMITE-DIARIO-SW   PIC X VALUE "N".
           88  LIMITE-SUPERADO       VALUE "S".
       01  ART-STATUS         PIC XX.
       01  FECHA-VALOR        PIC 9(08) VALUE 0.
       01  FECHA-VALOR-ENTRADA PIC X(08).
       01  FECHA-VALOR-ENTRADA-N REDEFINES FECHA-VALOR-ENTRADA
                              PIC 9(08).
       01  DIAS-FECHA-VALOR   PIC S9(09) VALUE 0.
       01  DIAS-ADELANTO-MAX  PIC 9(03) VALUE 366.
       01  ORL-STATUS         PIC XX.
       01  LLG-STATUS         PIC XX.
       01  ORDEN-ORIGEN       PIC X(06) VALUE SPACES.
       01  LOTE-CONTROL-SW    PIC X VALUE "N".
           88  LOTE-CONTROL-OK       VALUE "S".
       01  LOTE-HAY-CABECERA  PIC X VALUE "N".
       01  LOTE-HAY-COLA      PIC X VALUE "N".
       01  LOTE-FECHA         PIC 9(08) VALUE 0.
       01  LOTE-CONTADOS      PIC 9(06) VALUE 0.
       01  LOTE-HASH          PIC S9(11)V99 VALUE 0.
       01  LOTE-TOTAL-DECLARADO PIC 9(06) VALUE 0.
       01  LOTE-HASH-DECLARADO  PIC S9(11)V99 VALUE 0.
       01  SRL-STATUS         PIC XX.
       01  SRC-STATUS         PIC XX.
       01  SERIE-ACTIVA-SW    PIC X VALUE "N".
           88  EN-SERIE              VALUE "S".
       01  SERIE-ID           PIC 9(08) VALUE 0.
       01  SERIE-PASO         PIC 9(02) VALUE 0.
       01  SERIE-ARRASTRE     PIC S9(07)V99 VALUE 0.
       01  SERIE-CLAVE-PRIMERA PIC X(37).
       01  ULTIMA-CLAVE-LEDGER PIC X(37).
       01  ENCADENA-SW        PIC X VALUE "N".
           88  ENCADENA              VALUE "S" "s".
       01  APROBADOR-ID       PIC X(08).
       01  CLAVE-APROBADOR    PIC X(08).
       01  DOBLE-CONTROL-SW   PIC X VALUE "S".
           88  DOBLE-CONTROL-OK      VALUE "S".
       01  REGLA-DOBLE-SW     PIC X VALUE "N".
           88  REGLA-PIDE-DOBLE      VALUE "S".
       01  LEDGER-INTENTOS    PIC 9(02) VALUE 0.
       01  LEDGER-MAX-INTENTOS PIC 9(02) VALUE 10.
       01  LEDGER-GRABADO-SW  PIC X VALUE "N".
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY FECHAPRM.
       COPY LOCKPRM.
       COPY JRNLPRM.
       COPY CADENPRM.
       COPY CLASBND.
       COPY PERPRM.
       COPY DELEGPRM.
       COPY REGLPRM.
       COPY SECPRM.
       COPY ENTFICH.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
               PERFORM REGISTRA-FIN
               GOBACK
           END-IF.
           MOVE "*" TO PK-FUNCION
           PERFORM VERIFICA-PERMISO.
           IF NOT PK-PERMITIDO
               MOVE 8 TO CODIGO-RETORNO
               MOVE CODIGO-RETORNO TO RETURN-CODE
               PERFORM REGISTRA-FIN
               GOBACK
           END-IF.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM ADQUIERE-CERROJO-LEDGER.
           IF NOT LK-CONCEDIDO
               GOBACK
           END-IF.
           PERFORM CARGA-UMBRAL.
           PERFORM CARGA-LIMITE-DIARIO.
           PERFORM CARGA-ACUMULADO-DIA.
           PERFORM SELECCIONA-MODO.
           EVALUATE TRUE
               WHEN MODO-RECONCILIACION
                   MOVE "RECONCILIA" TO PK-FUNCION
               WHEN MODO-LOTE-OPERACIONES
                   MOVE "LOTE"       TO PK-FUNCION
               WHEN MODO-CADENA
                   MOVE "CADENA"     TO PK-FUNCION
               WHEN OTHER
                   MOVE "INTERACTIVA" TO PK-FUNCION
           END-EVALUATE.
           PERFORM VERIFICA-PERMISO.
           IF NOT PK-PERMITIDO
               PERFORM LIBERA-CERROJO-LEDGER
               MOVE 8 TO CODIGO-RETORNO
               MOVE CODIGO-RETORNO TO RETURN-CODE
               PERFORM REGISTRA-FIN
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN MODO-RECONCILIACION
                   PERFORM PROCESA-RECONCILIACION

       ADQUIERE-CERROJO-LEDGER.
           MOVE "E"            TO LK-ACCION
           IF MODO-ENTRENAMIENTO
               MOVE "ENTCALCLDGR" TO LK-RECURSO
           ELSE
               MOVE "CALCLDGR"    TO LK-RECURSO
           END-IF
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-OCUPADO

       LIBERA-CERROJO-LEDGER.
           MOVE "D"            TO LK-ACCION
           IF MODO-ENTRENAMIENTO
               MOVE "ENTCALCLDGR" TO LK-RECURSO
           ELSE
               MOVE "CALCLDGR"    TO LK-RECURSO
           END-IF
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM.

       PROCESA-SESION-INTERACTIVA.
           MOVE "S" TO CONTINUA-SESION-SW
           PERFORM UNTIL NOT CONTINUA-SESION
               MOVE "N" TO LEDGER-GRABADO-SW
               PERFORM MENU-OPERACION
               PERFORM DETERMINA-DESCRIPCION
               IF EN-SERIE
                   PERFORM SOLICITA-DATOS-SERIE
               ELSE
                   PERFORM SOLICITA-DATOS
               END-IF
               PERFORM CONFIRMA-OPERACION
               IF NOT OPERACION-CONFIRMADA
                   DISPLAY 'Operacion cancelada por el operador.'
                           DISPLAY 'Resto de la division: '
                                   RESTO-DIVISION
                       END-IF
                       PERFORM TRAMITA-RESULTADO
                   END-IF
               END-IF
               IF MODO-CADENA
                   PERFORM CIERRA-PASO-SERIE
               ELSE
                   PERFORM PREGUNTA-CONTINUAR-SESION
               END-IF
           END-PERFORM
           PERFORM MUESTRA-TOTAL-SESION.

      *Modo encadenado: cada paso registrado en el libro puede pasar
      *su resultado como NUM1 del siguiente sin volver a teclearlo.
      *La cadena recibe numero de la secuencia SERIE de SECASIG al
      *registrarse su segundo paso y cada paso queda en CALSERIE.DAT.
      *Un paso que no llega al libro (cancelado, desbordado, retenido
      *o pendiente de aprobacion) cierra la cadena en el paso
      *anterior. Sin numero la cadena no se abre y el paso queda como
      *primero de otra.
       CIERRA-PASO-SERIE.
           IF NOT LEDGER-GRABADO
               IF EN-SERIE
                   DISPLAY 'El paso no se registro; la cadena queda '
                           'cerrada en el paso anterior.'
                   PERFORM TERMINA-SERIE
               END-IF
               PERFORM PREGUNTA-CONTINUAR-SESION
           ELSE
               IF EN-SERIE AND SERIE-PASO = 1
                   PERFORM ASIGNA-SERIE
               END-IF
               IF EN-SERIE
                   IF SERIE-PASO = 1
                       MOVE SERIE-CLAVE-PRIMERA TO SL-CLAVE-LEDGER
                       PERFORM REGISTRA-PASO-SERIE
                   END-IF
                   ADD 1 TO SERIE-PASO
                   MOVE ULTIMA-CLAVE-LEDGER TO SL-CLAVE-LEDGER
                   PERFORM REGISTRA-PASO-SERIE
                   DISPLAY 'Paso ' SERIE-PASO ' de la cadena '
                           SERIE-ID ' registrado.'
               ELSE
                   MOVE 1 TO SERIE-PASO
                   MOVE 0 TO SERIE-ID
                   MOVE ULTIMA-CLAVE-LEDGER TO SERIE-CLAVE-PRIMERA
               END-IF
               PERFORM PREGUNTA-ENCADENAR
           END-IF.

       PREGUNTA-ENCADENAR.
           MOVE "N" TO ENCADENA-SW
           IF RESULTADO > 9999.99 OR RESULTADO < -9999.99
               DISPLAY 'El resultado no cabe en NUM1; la cadena '
                       'termina aqui.'
           ELSE
               IF SERIE-PASO >= 99
                   DISPLAY 'La cadena ha llegado a 99 pasos y '
                           'termina aqui.'
               ELSE
                   DISPLAY 'Encadenar el resultado ' RESULTADO
                           ' como NUM1 del siguiente paso (S/N)? '
                   ACCEPT ENCADENA-SW
               END-IF
           END-IF
           IF ENCADENA
               MOVE "S" TO SERIE-ACTIVA-SW
               MOVE RESULTADO TO SERIE-ARRASTRE
               MOVE "S" TO CONTINUA-SESION-SW
           ELSE
               PERFORM TERMINA-SERIE
               PERFORM PREGUNTA-CONTINUAR-SESION
           END-IF.

       TERMINA-SERIE.
           IF SERIE-ID > 0
               DISPLAY 'Cadena ' SERIE-ID ' cerrada con ' SERIE-PASO
                       ' pasos.'
           END-IF
           MOVE "N" TO SERIE-ACTIVA-SW
           MOVE 0 TO SERIE-ID
           MOVE 0 TO SERIE-PASO.

      *El numero de cadena lo emite el servicio de numeracion SECASIG;
      *en entrenamiento sale del contador ENTSERIECTR.DAT que prepara
      *ENTRESET.
       ASIGNA-SERIE.
           IF MODO-ENTRENAMIENTO
               PERFORM ASIGNA-SERIE-ENTRENAMIENTO
           ELSE
               MOVE "A"            TO SC-ACCION
               MOVE "SERIE"        TO SC-SECUENCIA
               MOVE "OPERACIONES-BASICAS" TO SC-PROGRAMA
               MOVE OP-OPERADOR-ID TO SC-OPERADOR-ID
               CALL "SECASIG" USING SECASIG-PARM
               IF SC-CORRECTO
                   MOVE SC-NUMERO TO SERIE-ID
               ELSE
                   DISPLAY 'No se pudo obtener numero de cadena de '
                           'SECASIG (' SC-RESULTADO '); el paso queda '
                           'en el libro sin encadenar.'
                   PERFORM TERMINA-SERIE
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF.

       ASIGNA-SERIE-ENTRENAMIENTO.
           OPEN I-O SERIE-COUNTER
           IF SRC-STATUS = "35"
               OPEN OUTPUT SERIE-COUNTER
               MOVE 1 TO SERIE-COUNTER-RECORD
               WRITE SERIE-COUNTER-RECORD
               CLOSE SERIE-COUNTER
               OPEN I-O SERIE-COUNTER
               READ SERIE-COUNTER
           ELSE
               READ SERIE-COUNTER
                   AT END
                       MOVE 1 TO SERIE-COUNTER-RECORD
               END-READ
           END-IF
           MOVE SERIE-COUNTER-RECORD TO SERIE-ID
           ADD 1 TO SERIE-COUNTER-RECORD
           REWRITE SERIE-COUNTER-RECORD
           CLOSE SERIE-COUNTER.

       REGISTRA-PASO-SERIE.
           MOVE SERIE-ID         TO SL-SERIE-ID
           MOVE SERIE-PASO       TO SL-PASO
           MOVE OP-OPERADOR-ID   TO SL-OPERADOR-ID
           MOVE FN-FECHA-NEGOCIO TO SL-FECHA-NEGOCIO
           OPEN I-O SERIE-LEDGER
           IF SRL-STATUS = "35"
               OPEN OUTPUT SERIE-LEDGER
               CLOSE SERIE-LEDGER
               OPEN I-O SERIE-LEDGER
           END-IF
           WRITE SERIE-LEDGER-RECORD
           IF SRL-STATUS NOT = "00"
               DISPLAY 'Aviso: no se pudo anotar el paso en '
                       'CALSERIE.DAT. Estado: ' SRL-STATUS
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF
           CLOSE SERIE-LEDGER.

      *En un paso encadenado NUM1 es el resultado del paso anterior
      *y solo se teclea NUM2.
       SOLICITA-DATOS-SERIE.
           MOVE SERIE-ARRASTRE TO NUM1
           DISPLAY 'Paso encadenado: NUM1 es ' NUM1 '.'
           MOVE "N" TO DATO-VALIDO
           PERFORM UNTIL DATO-ES-VALIDO
               DISPLAY 'Introduce el segundo numero (dos decimales '
                       'implicitos): '
               ACCEPT NUM2
               IF NUM2 IS NUMERIC
                   MOVE "S" TO DATO-VALIDO
               ELSE
                   DISPLAY 'Entrada no valida, introduce un numero.'
                   PERFORM REGISTRA-EXCEPCION-DATO2
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
           END-PERFORM.

      *Las reglas de REGLAS.DAT se aplican antes que la fecha valor:
      *un apunte rechazado o retenido por regla no llega a APURET.DAT
      *ni al libro.
       TRAMITA-RESULTADO.
           PERFORM EVALUA-REGLAS
           EVALUATE TRUE
               WHEN RP-RECHAZA
                   PERFORM RECHAZA-POR-REGLA
               WHEN RP-RETIENE
                   PERFORM RETIENE-POR-REGLA
               WHEN OTHER
                   IF RP-AVISA
                       DISPLAY 'Aviso de la regla ' RP-REGLA-ID ': '
                               RP-DESCRIPCION
                   END-IF
                   IF MODO-CADENA
                       MOVE FN-FECHA-NEGOCIO TO FECHA-VALOR
                   ELSE
                       PERFORM PIDE-FECHA-VALOR
                   END-IF
                   IF FECHA-VALOR > FN-FECHA-NEGOCIO
                       PERFORM TRAMITA-APUNTE-FUTURO
                   ELSE
                       PERFORM TRAMITA-APUNTE-DEL-DIA
                   END-IF
           END-EVALUATE.

      *El doble control que exige una regla no puede esperar a que
      *APULIB libere el apunte: se pide antes de retenerlo.
       TRAMITA-APUNTE-FUTURO.
           MOVE "S" TO DOBLE-CONTROL-SW
           IF REGLA-PIDE-DOBLE
               PERFORM VERIFICA-DOBLE-CONTROL
           END-IF
           IF DOBLE-CONTROL-OK
               PERFORM GRABA-APUNTE-RETENIDO
           ELSE
               DISPLAY 'Operacion rechazada: falta la '
                       'aprobacion del segundo operador.'
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       TRAMITA-APUNTE-DEL-DIA.
           PERFORM VERIFICA-LIMITE-DIARIO
           IF LIMITE-SUPERADO
               PERFORM RETIENE-POR-LIMITE
           ELSE
               PERFORM VERIFICA-DOBLE-CONTROL
               IF DOBLE-CONTROL-OK
                   ADD 1 TO SESION-OPERACIONES
                   ADD RESULTADO TO TOTAL-SESION
                   PERFORM REGISTRA-LEDGER
               ELSE
                   DISPLAY 'Operacion rechazada: falta la '
                           'aprobacion del segundo operador.'
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF.

      *La fecha valor por defecto es la de negocio; una posterior
      *(hasta un ano vista) retiene el apunte en APURET.DAT hasta
      *que APULIB lo libere en su fecha. No se admite fecha pasada.
       PIDE-FECHA-VALOR.
           MOVE "N" TO DATO-VALIDO
           PERFORM UNTIL DATO-ES-VALIDO
               DISPLAY 'Fecha valor AAAAMMDD (en blanco, la de hoy '
                       FN-FECHA-NEGOCIO '): '
               MOVE SPACES TO FECHA-VALOR-ENTRADA
               ACCEPT FECHA-VALOR-ENTRADA
               IF FECHA-VALOR-ENTRADA = SPACES
                   MOVE FN-FECHA-NEGOCIO TO FECHA-VALOR
                   MOVE "S" TO DATO-VALIDO
               ELSE
                   PERFORM VALIDA-FECHA-VALOR
               END-IF
           END-PERFORM.

       VALIDA-FECHA-VALOR.
           IF FECHA-VALOR-ENTRADA NOT NUMERIC
               DISPLAY 'Fecha no valida, introduce AAAAMMDD.'
           ELSE
               MOVE FECHA-VALOR-ENTRADA-N TO FECHA-VALOR
               COMPUTE DIAS-FECHA-VALOR =
                   FUNCTION INTEGER-OF-DATE (FECHA-VALOR)
               EVALUATE TRUE
                   WHEN DIAS-FECHA-VALOR = 0
                       DISPLAY 'La fecha ' FECHA-VALOR ' no existe.'
                   WHEN FECHA-VALOR < FN-FECHA-NEGOCIO
                       DISPLAY 'La fecha valor no puede ser anterior '
                               'a la de negocio ' FN-FECHA-NEGOCIO '.'
                   WHEN DIAS-FECHA-VALOR >
                           FUNCTION INTEGER-OF-DATE (FN-FECHA-NEGOCIO)
                           + DIAS-ADELANTO-MAX
                       DISPLAY 'La fecha valor no puede pasar de '
                               DIAS-ADELANTO-MAX ' dias vista.'
                   WHEN OTHER
                       MOVE "S" TO DATO-VALIDO
               END-EVALUATE
           END-IF.

      *El apunte con fecha valor futura no entra aun en el libro ni
      *en el acumulado del dia: limite, doble control y periodo se
      *aplican al liberarlo.
       GRABA-APUNTE-RETENIDO.
           MOVE FECHA-VALOR      TO AR-FECHA-VALOR
           MOVE OP-OPERADOR-ID   TO AR-OPERADOR-ID
           MOVE OP-TERMINAL-ID   TO AR-TERMINAL-ID
           MOVE NUM1             TO AR-NUM1
           MOVE NUM2             TO AR-NUM2
           MOVE OPERACION        TO AR-OPERACION
           MOVE RESULTADO        TO AR-RESULTADO
           MOVE FN-FECHA-NEGOCIO TO AR-FECHA-ALTA
           MOVE "R"              TO AR-ESTADO
           MOVE 0                TO AR-FECHA-DESTINO
           MOVE OP-OPERADOR-ID   TO AR-OPERADOR-ESTADO
           OPEN I-O APUNTES-RETENIDOS
           IF ART-STATUS = "35"
               OPEN OUTPUT APUNTES-RETENIDOS
               CLOSE APUNTES-RETENIDOS
               OPEN I-O APUNTES-RETENIDOS
           END-IF
           MOVE 0 TO LEDGER-INTENTOS
           MOVE "N" TO LEDGER-GRABADO-SW
           PERFORM GRABA-REGISTRO-RETENIDO
               UNTIL LEDGER-GRABADO
                   OR LEDGER-INTENTOS >= LEDGER-MAX-INTENTOS
           CLOSE APUNTES-RETENIDOS
           IF LEDGER-GRABADO
               DISPLAY 'Apunte retenido en APURET.DAT hasta su fecha '
                       'valor ' FECHA-VALOR '.'
           ELSE
               DISPLAY 'Aviso: no se pudo retener el apunte en '
                       'APURET.DAT. Estado: ' ART-STATUS
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

       GRABA-REGISTRO-RETENIDO.
           ADD 1 TO LEDGER-INTENTOS
           MOVE FUNCTION CURRENT-DATE TO AR-TIMESTAMP
           MOVE AR-TIMESTAMP          TO AR-TIMESTAMP-ESTADO
           WRITE APUNTE-RETENIDO-RECORD
           EVALUATE ART-STATUS
               WHEN "00"
                   MOVE "S" TO LEDGER-GRABADO-SW
                   IF NOT MODO-ENTRENAMIENTO
                       MOVE "APURET"   TO JR-FICHERO
                       MOVE "WRITE"    TO JR-OPERACION
                       MOVE APUNTE-RETENIDO-RECORD TO JR-IMAGEN
                       CALL "JRNLWR" USING JOURNAL-PARM
                   END-IF
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   MOVE LEDGER-MAX-INTENTOS TO LEDGER-INTENTOS
           END-EVALUATE.

       PREGUNTA-CONTINUAR-SESION.
           DISPLAY 'Desea introducir otro par de numeros (S/N)? '
           ACCEPT CONTINUA-SESION-SW.
           END-IF.

       SELECCIONA-MODO.
           PERFORM MUESTRA-AVISO-ENTRENAMIENTO.
           DISPLAY 'Modo de ejecucion:'.
           DISPLAY '  1. Interactivo'.
           DISPLAY '  2. Reconciliacion por lote'.
           DISPLAY '  3. Lote de operaciones (OPSBATCH.DAT)'.
           DISPLAY '  4. Interactivo encadenado'.
           ACCEPT MODO.
           IF NOT MODO-INTERACTIVO AND NOT MODO-RECONCILIACION
                   AND NOT MODO-LOTE-OPERACIONES AND NOT MODO-CADENA
               DISPLAY 'Opcion no valida, se asume Interactivo (1).'
               PERFORM REGISTRA-EXCEPCION-MODO
               MOVE "1" TO MODO
               MOVE "S" TO ACCESO-PERMITIDO-SW
               DISPLAY 'Sesion activa de ' OP-OPERADOR-ID
                       ', identificacion reutilizada.'
               IF SE-EN-ENTRENAMIENTO
                   PERFORM ACTIVA-ENTRENAMIENTO
               END-IF
           END-IF.

      *El terminal tecleado se valida contra el registro de
           EVALUATE TRUE
               WHEN AC-AUTORIZADO
                   MOVE "S" TO ACCESO-PERMITIDO-SW
                   IF AC-EN-ENTRENAMIENTO
                       PERFORM ACTIVA-ENTRENAMIENTO
                   END-IF
               WHEN AC-CLAVE-ERRONEA
                   DISPLAY 'Clave de acceso incorrecta.'
               WHEN AC-BLOQUEADO
                   DISPLAY 'Operador no autorizado.'
           END-EVALUATE.

      *La matriz de permisos decide si el operador puede usar este
      *programa y cada modo de trabajo; la denegacion la registra
      *PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE SPACES         TO PK-NIVEL
           MOVE "OPERACIONES-BASICAS" TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY 'La matriz de permisos no te autoriza a '
                       'esta funcion de OPERACIONES-BASICAS.'
           END-IF.

       MENU-OPERACION.
           PERFORM MUESTRA-AVISO-ENTRENAMIENTO.
           DISPLAY 'Que operacion desea realizar?'.
           DISPLAY '  1. Sumar'.
           DISPLAY '  2. Restar'.
           MOVE 0 TO LOPS-ERRORES
           MOVE 0 TO LOPS-PENDIENTES
           MOVE 0 TO TOTAL-LOTE
           PERFORM VALIDA-CONTROL-LOTE
           IF NOT LOTE-CONTROL-OK
               DISPLAY 'Lote rechazado: los registros de control de '
                       'OPSBATCH.DAT no cuadran o son de otra fecha.'
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM PROCESA-FICHERO-LOTE
           END-IF.

       PROCESA-FICHERO-LOTE.
           OPEN INPUT OPS-BATCH
           IF OPB-STATUS NOT = "00"
               DISPLAY 'No se encontro el fichero de operaciones '
                       NOT AT END
                           ADD 1 TO LOPS-LEIDAS
                           IF LOPS-LEIDAS > REGISTRO-INICIO-OPS
                               IF NOT OBH-ES-CABECERA
                                       AND NOT OBH-ES-COLA
                                   PERFORM PROCESA-OPERACION-LOTE
                               END-IF
                               PERFORM AVANZA-CHECKPOINT-OPS
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *Pasada previa de control del lote: un lote con cabecera (el
      *que genera ORDFGEN) ha de ser de la fecha de negocio y su cola
      *cuadrar recuento y hash de NUM1 mas NUM2; si no, se rechaza
      *entero. Un lote sin cabecera ni cola, tecleado a mano como
      *siempre, pasa sin este control.
       VALIDA-CONTROL-LOTE.
           MOVE "S" TO LOTE-CONTROL-SW
           MOVE "N" TO LOTE-HAY-CABECERA
           MOVE "N" TO LOTE-HAY-COLA
           MOVE 0 TO LOTE-CONTADOS
           MOVE 0 TO LOTE-HASH
           OPEN INPUT OPS-BATCH
           IF OPB-STATUS = "00"
               PERFORM UNTIL OPB-STATUS NOT = "00"
                   READ OPS-BATCH
                       AT END
                           MOVE "10" TO OPB-STATUS
                       NOT AT END
                           PERFORM ACUMULA-CONTROL-LOTE
                   END-READ
               END-PERFORM
               CLOSE OPS-BATCH
               IF LOTE-HAY-CABECERA = "S" OR LOTE-HAY-COLA = "S"
                   IF LOTE-HAY-CABECERA = "N"
                           OR LOTE-HAY-COLA = "N"
                           OR LOTE-FECHA NOT = FN-FECHA-NEGOCIO
                           OR LOTE-CONTADOS
                               NOT = LOTE-TOTAL-DECLARADO
                           OR LOTE-HASH NOT = LOTE-HASH-DECLARADO
                       MOVE "N" TO LOTE-CONTROL-SW
                       PERFORM REGISTRA-EXCEPCION-CONTROL-LOTE
                   END-IF
               END-IF
           END-IF.

       ACUMULA-CONTROL-LOTE.
           EVALUATE TRUE
               WHEN OBH-ES-CABECERA
                   MOVE "S" TO LOTE-HAY-CABECERA
                   MOVE OBH-FECHA-NEGOCIO TO LOTE-FECHA
               WHEN OBH-ES-COLA
                   MOVE "S" TO LOTE-HAY-COLA
                   MOVE OBT-TOTAL-REGISTROS TO LOTE-TOTAL-DECLARADO
                   MOVE OBT-HASH-IMPORTES   TO LOTE-HASH-DECLARADO
               WHEN OTHER
                   ADD 1 TO LOTE-CONTADOS
                   IF OB-NUM1 IS NUMERIC AND OB-NUM2 IS NUMERIC
                       ADD OB-NUM1 OB-NUM2 TO LOTE-HASH
                   END-IF
           END-EVALUATE.

       REGISTRA-EXCEPCION-CONTROL-LOTE.
           MOVE "OPERACIONES-BASICAS" TO EX-PROGRAMA
           MOVE "CONTROL-LOTE"        TO EX-CAMPO
           MOVE "G"                   TO EX-SEVERIDAD
           MOVE SPACES                TO EX-VALOR
           STRING "CONT=" LOTE-CONTADOS
                  " DECL=" LOTE-TOTAL-DECLARADO
               DELIMITED BY SIZE INTO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           PERFORM ABRE-EXCEPTIONS-LOG
           WRITE EXCEPTION-RECORD
           PERFORM CIERRA-EXCEPTIONS-LOG.

      *Apertura unica de la pasada: primero el log (el interruptor
      *aun apagado deja que ABRE-EXCEPTIONS-LOG abra de verdad) y
      *despues el libro.
           CLOSE OPS-RESTART.

       PROCESA-OPERACION-LOTE.
           MOVE OB-ORDEN-ID  TO ORDEN-ORIGEN
           MOVE OB-NUM1      TO NUM1
           MOVE OB-NUM2      TO NUM2
           MOVE OB-OPERACION TO OPERACION
               PERFORM REGISTRA-EXCEPCION-OPERACION-LOTE
           ELSE
               MOVE RESULTADO TO SAL-RESULTADO
               PERFORM EVALUA-REGLAS
               EVALUATE TRUE
                   WHEN RP-RECHAZA
                       MOVE "RCH" TO SAL-ESTADO
                       ADD 1 TO LOPS-ERRORES
                       PERFORM RECHAZA-POR-REGLA
                   WHEN RP-RETIENE
                       MOVE "PEN" TO SAL-ESTADO
                       ADD 1 TO LOPS-PENDIENTES
                       MOVE "R" TO PQ-MOTIVO
                       PERFORM GRABA-PENDIENTE
                   WHEN RP-DOBLE-CONTROL
                   WHEN RESULTADO > UMBRAL-APROBACION
                   WHEN RESULTADO < 0 - UMBRAL-APROBACION
                       MOVE "PEN" TO SAL-ESTADO
                       ADD 1 TO LOPS-PENDIENTES
                       MOVE "U" TO PQ-MOTIVO
                       PERFORM GRABA-PENDIENTE
                   WHEN OTHER
                       PERFORM VERIFICA-LIMITE-DIARIO
                       IF LIMITE-SUPERADO
                           MOVE "PEN" TO SAL-ESTADO
                           ADD 1 TO LOPS-PENDIENTES
                           MOVE "L" TO PQ-MOTIVO
                           PERFORM GRABA-PENDIENTE
                       ELSE
                           MOVE "OK " TO SAL-ESTADO
                           MOVE SPACES TO APROBADOR-ID
                           PERFORM REGISTRA-LEDGER
                           ADD 1 TO LOPS-REGISTRADAS
                           ADD RESULTADO TO TOTAL-LOTE
                       END-IF
               END-EVALUATE
           END-IF
           WRITE OPS-SALIDA-RECORD.

      *Las operaciones por encima del umbral, o que pasarian al
      *operador de su limite diario, se encolan en OPSPEND.DAT para
      *que un segundo operador las despache con OPSAPRB en lugar de
      *perderse al acabar el lote.
       GRABA-PENDIENTE.
           MOVE NUM1             TO PQ-NUM1
           MOVE NUM2             TO PQ-NUM2
           MOVE FN-FECHA-NEGOCIO TO PQ-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE TO PQ-TIMESTAMP
           MOVE "P"              TO PQ-ESTADO
           MOVE ORDEN-ORIGEN     TO PQ-ORDEN-ID
           MOVE 0                TO PQ-PERIODO-AJUSTE
           MOVE SPACES           TO PQ-CAUSA-AJUSTE
           PERFORM ABRE-OPS-PENDIENTES
           WRITE PENDIENTE-RECORD
           CLOSE OPS-PENDIENTES.
           WRITE EXCEPTION-RECORD
           PERFORM CIERRA-EXCEPTIONS-LOG.

      *Reglas de registro: la banda se calcula con CLASBAND igual que
      *la que se estampara en CL-BANDA, y REGLACHK devuelve la accion
      *de la primera regla activa que encaja y la anota en
      *REGLAS.LOG. La regla de doble control en el lote encola el
      *apunte como si superara el umbral.
       EVALUA-REGLAS.
           MOVE "N" TO REGLA-DOBLE-SW
           MOVE RESULTADO             TO CB-RESULTADO
           CALL "CLASBAND" USING CLASBAND-PARM
           MOVE "E"                   TO RP-MODO
           MOVE "OPERACIONES-BASICAS" TO RP-PROGRAMA
           MOVE OPERACION-DESC        TO RP-OPERACION
           MOVE OP-OPERADOR-ID        TO RP-OPERADOR
           MOVE OP-TERMINAL-ID        TO RP-TERMINAL
           MOVE CB-BANDA              TO RP-BANDA
           MOVE RESULTADO             TO RP-IMPORTE
           MOVE ENTRENAMIENTO-SW      TO RP-ENTRENAMIENTO
           CALL "REGLACHK" USING REGLACHK-PARM
           IF RP-DOBLE-CONTROL
               MOVE "S" TO REGLA-DOBLE-SW
           END-IF.

      *El rechazo por regla queda en el log de excepciones con la
      *severidad de la regla; una regla grave hace fallar el paso.
       RECHAZA-POR-REGLA.
           DISPLAY 'Apunte rechazado por la regla ' RP-REGLA-ID ': '
                   RP-DESCRIPCION
           PERFORM REGISTRA-EXCEPCION-REGLA
           IF RP-SEVERIDAD = "G"
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       REGISTRA-EXCEPCION-REGLA.
           MOVE "OPERACIONES-BASICAS" TO EX-PROGRAMA
           MOVE "REGLA-RECHAZO"       TO EX-CAMPO
           MOVE RP-SEVERIDAD          TO EX-SEVERIDAD
           MOVE SPACES                TO EX-VALOR
           STRING RP-REGLA-ID " " OPERACION-DESC
               DELIMITED BY SIZE INTO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           PERFORM ABRE-EXCEPTIONS-LOG
           WRITE EXCEPTION-RECORD
           PERFORM CIERRA-EXCEPTIONS-LOG.

      *El apunte retenido por regla espera en OPSPEND.DAT a que un
      *supervisor lo revise con OPSAPRB.
       RETIENE-POR-REGLA.
           DISPLAY 'La regla ' RP-REGLA-ID ' (' RP-DESCRIPCION
                   ') retiene el apunte; queda pendiente de '
                   'revision en OPSPEND.DAT.'
           MOVE "R" TO PQ-MOTIVO
           PERFORM GRABA-PENDIENTE
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       CARGA-UMBRAL.
           OPEN INPUT UMBRAL-CONTROL
           IF UMB-STATUS = "00"
                       'de aprobacion por defecto (1000).'
           END-IF.

      *Limite diario acumulado: vale la entrada propia del operador
      *en LIMDIA.DAT y, si no tiene, la general del centro ("*").
       CARGA-LIMITE-DIARIO.
           MOVE "N" TO LIMITE-PROPIO-SW
           OPEN INPUT LIMITES-DIARIOS
           IF LIM-STATUS = "00"
               PERFORM UNTIL LIM-STATUS NOT = "00"
                   READ LIMITES-DIARIOS
                       AT END
                           MOVE "10" TO LIM-STATUS
                       NOT AT END
                           IF LD-OPERADOR = OP-OPERADOR-ID
                               MOVE LD-LIMITE TO LIMITE-DIARIO
                               MOVE "S" TO LIMITE-PROPIO-SW
                           END-IF
                           IF LD-OPERADOR = "*"
                                   AND NOT LIMITE-PROPIO
                               MOVE LD-LIMITE TO LIMITE-DIARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITES-DIARIOS
           ELSE
               DISPLAY 'No hay fichero LIMDIA.DAT, se usa el limite '
                       'diario por defecto (50000).'
           END-IF.

      *El acumulado del dia se rehace con los apuntes del operador
      *en CALCLDGR.DAT en la fecha de negocio (los de OPSAPRB, LEDGREV
      *y APULIB incluidos), asi cuentan tambien los de una sesion que
      *termino sin cerrar. Cada apunte cuenta por su valor absoluto
      *para que uno negativo no deje hueco a otro positivo.
       CARGA-ACUMULADO-DIA.
           MOVE 0 TO ACUMULADO-DIA
           OPEN INPUT CALC-LEDGER
           IF CL-STATUS = "00"
               READ CALC-LEDGER NEXT RECORD
                   AT END
                       MOVE "10" TO CL-STATUS
               END-READ
               PERFORM UNTIL CL-STATUS NOT = "00"
                   IF CL-OPERADOR-ID = OP-OPERADOR-ID
                       PERFORM ACUMULA-APUNTE-DIA
                   END-IF
                   READ CALC-LEDGER NEXT RECORD
                       AT END
                           MOVE "10" TO CL-STATUS
                   END-READ
               END-PERFORM
               CLOSE CALC-LEDGER
           END-IF.

       ACUMULA-APUNTE-DIA.
           IF CL-FECHA-NEGOCIO > 0
               MOVE CL-FECHA-NEGOCIO TO FECHA-APUNTE-LIBRO
           ELSE
               MOVE CL-TIMESTAMP (1:8) TO FECHA-APUNTE-LIBRO
           END-IF
           IF FECHA-APUNTE-LIBRO = FN-FECHA-NEGOCIO
               IF CL-RESULTADO < 0
                   SUBTRACT CL-RESULTADO FROM ACUMULADO-DIA
               ELSE
                   ADD CL-RESULTADO TO ACUMULADO-DIA
               END-IF
           END-IF.

       VERIFICA-LIMITE-DIARIO.
           MOVE "N" TO LIMITE-DIARIO-SW
           IF RESULTADO < 0
               COMPUTE IMPORTE-ABSOLUTO = 0 - RESULTADO
           ELSE
               MOVE RESULTADO TO IMPORTE-ABSOLUTO
           END-IF
           IF ACUMULADO-DIA + IMPORTE-ABSOLUTO > LIMITE-DIARIO
               MOVE "S" TO LIMITE-DIARIO-SW
           END-IF.

      *En la sesion interactiva el apunte que pasaria del limite
      *tampoco se registra: queda en OPSPEND.DAT para OPSAPRB.
       RETIENE-POR-LIMITE.
           DISPLAY 'El apunte superaria tu limite diario de '
                   LIMITE-DIARIO ' (acumulado ' ACUMULADO-DIA
                   '); queda pendiente de aprobacion en OPSPEND.DAT.'
           MOVE "L" TO PQ-MOTIVO
           PERFORM GRABA-PENDIENTE
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

      *Control a cuatro ojos: por encima del umbral, o cuando una
      *regla de REGLAS.DAT lo exige, un segundo operador distinto
      *debe aprobar antes de registrar el apunte.
      *Sin nivel de supervisor tambien vale quien tenga vigente una
      *delegacion de DELEGA.DAT; el apunte queda estampado en
      *DELEGUSO.LOG.
       VERIFICA-DOBLE-CONTROL.
           MOVE SPACES TO APROBADOR-ID
           MOVE "N" TO DP-RESULTADO
           MOVE "S" TO DOBLE-CONTROL-SW
           IF RESULTADO > UMBRAL-APROBACION
                   OR RESULTADO < 0 - UMBRAL-APROBACION
                   OR REGLA-PIDE-DOBLE
               IF REGLA-PIDE-DOBLE
                   DISPLAY 'La regla ' RP-REGLA-ID ' exige la '
                           'aprobacion de un segundo operador.'
               ELSE
                   DISPLAY 'El resultado supera el umbral de '
                           UMBRAL-APROBACION ', se requiere la '
                           'aprobacion de un segundo operador.'
               END-IF
               DISPLAY 'Identificador del operador aprobador: '
               ACCEPT APROBADOR-ID
               DISPLAY 'Clave de acceso del aprobador: '
                       MOVE "N" TO DOBLE-CONTROL-SW
                   ELSE
                       IF NOT AC-NIVEL-SUPERVISION
                           MOVE "C"          TO DP-ACCION
                           MOVE APROBADOR-ID TO DP-OPERADOR-ID
                           CALL "DELEGCHK" USING DELEGCHK-PARM
                           IF DP-DELEGADO
                               DISPLAY 'Aprobacion por delegacion de '
                                       DP-DELEGANTE '.'
                           ELSE
                               DISPLAY 'El aprobador debe tener nivel '
                                       'de supervisor o superior.'
                               MOVE "N" TO DOBLE-CONTROL-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF NOT DOBLE-CONTROL-OK
                   MOVE SPACES TO APROBADOR-ID
                   MOVE "N" TO DP-RESULTADO
               END-IF
           END-IF.

           IF NOT LEDGER-GRABADO
               DISPLAY 'Aviso: no se pudo registrar en CALC-LEDGER. '
                       'Estado: ' CL-STATUS
           ELSE
               ADD IMPORTE-ABSOLUTO TO ACUMULADO-DIA
           END-IF
           IF NOT FICHEROS-LOTE-ABIERTOS
               CLOSE CALC-LEDGER
           MOVE CL-TIMESTAMP          TO CL-KEY-TIMESTAMP
           MOVE OP-OPERADOR-ID        TO CL-KEY-OPERADOR
           MOVE OP-TERMINAL-ID        TO CL-KEY-TERMINAL
           PERFORM SELLA-APUNTE
           WRITE CALC-LEDGER-RECORD
           EVALUATE CL-STATUS
               WHEN "00"
                   MOVE "S" TO LEDGER-GRABADO-SW
                   MOVE CL-KEY TO ULTIMA-CLAVE-LEDGER
                   PERFORM AVANZA-CADENA
                   PERFORM REGISTRA-DIARIO-LEDGER
                   PERFORM ESTAMPA-DELEGACION
                   PERFORM REGISTRA-TRAZA-ORDEN
                   PERFORM REGISTRA-TRAZA-LOTE
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   MOVE LEDGER-MAX-INTENTOS TO LEDGER-INTENTOS
           END-EVALUATE.

       ESTAMPA-DELEGACION.
           IF DP-DELEGADO AND CL-APROBADOR-ID NOT = SPACES
                   AND NOT MODO-ENTRENAMIENTO
               MOVE "R" TO DP-ACCION
               MOVE "OPERACIONES-BASICAS" TO DP-PROGRAMA
               MOVE SPACES TO DP-DETALLE
               STRING "APRUEBA " CL-KEY-TIMESTAMP (1:16) " "
                      CL-KEY-OPERADOR
                   DELIMITED BY SIZE INTO DP-DETALLE
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

      *El apunte que sale de una orden fija deja su traza en
      *ORDFLDG.DAT para poder llegar desde el libro a la orden.
       REGISTRA-TRAZA-ORDEN.
           IF ORDEN-ORIGEN NOT = SPACES
               MOVE CL-KEY           TO OL-CLAVE-LEDGER
               MOVE ORDEN-ORIGEN     TO OL-ORDEN-ID
               MOVE CL-FECHA-NEGOCIO TO OL-FECHA-NEGOCIO
               OPEN I-O ORDEN-LEDGER
               IF ORL-STATUS = "35"
                   OPEN OUTPUT ORDEN-LEDGER
                   CLOSE ORDEN-LEDGER
                   OPEN I-O ORDEN-LEDGER
               END-IF
               WRITE ORDEN-LEDGER-RECORD
               CLOSE ORDEN-LEDGER
           END-IF.

      *El apunte grabado por el modo lote deja su traza en
      *LOTELDG.DAT para el control nocturno de horario de LEDGDESV.
       REGISTRA-TRAZA-LOTE.
           IF MODO-LOTE-OPERACIONES
               MOVE CL-KEY           TO LL-CLAVE-LEDGER
               MOVE CL-FECHA-NEGOCIO TO LL-FECHA-NEGOCIO
               MOVE LOTE-FECHA       TO LL-FECHA-LOTE
               OPEN I-O LOTE-LEDGER
               IF LLG-STATUS = "35"
                   OPEN OUTPUT LOTE-LEDGER
                   CLOSE LOTE-LEDGER
                   OPEN I-O LOTE-LEDGER
               END-IF
               WRITE LOTE-LEDGER-RECORD
               CLOSE LOTE-LEDGER
           END-IF.

      *En modo de entrenamiento no hay diario.
       REGISTRA-DIARIO-LEDGER.
           IF NOT MODO-ENTRENAMIENTO
               MOVE "CALCLDGR" TO JR-FICHERO
               MOVE "WRITE"    TO JR-OPERACION
               MOVE CALC-LEDGER-RECORD TO JR-IMAGEN
               CALL "JRNLWR" USING JOURNAL-PARM
           END-IF.

      *Cada apunte se sella con la cabeza de la cadena de control
      *y, grabado, pasa a ser la nueva cabeza. Los apuntes de
      *entrenamiento no entran en la cadena real y van a cero.
       SELLA-APUNTE.
           IF MODO-ENTRENAMIENTO
               MOVE 0 TO CL-CADENA
           ELSE
               MOVE "S" TO LC-ACCION
               MOVE CALC-LEDGER-RECORD TO LC-REGISTRO
               CALL "LEDGCHN" USING LEDGCHN-PARM
               MOVE LC-CADENA TO CL-CADENA
           END-IF.

       AVANZA-CADENA.
           IF NOT MODO-ENTRENAMIENTO
               MOVE "A" TO LC-ACCION
               MOVE CALC-LEDGER-RECORD TO LC-REGISTRO
               CALL "LEDGCHN" USING LEDGCHN-PARM
           END-IF.

      *Cuenta de formacion: cada fichero de negocio pasa a su copia
      *ENT (ENTFICH) y desde aqui nada llega al diario, a la cadena
      *de control ni a los ficheros reales.
       ACTIVA-ENTRENAMIENTO.
           MOVE "S" TO ENTRENAMIENTO-SW
           PERFORM VARYING NF-IX FROM 1 BY 1 UNTIL NF-IX > NF-TOTAL
               MOVE NF-NOMBRE (NF-IX) TO NF-AUXILIAR
               MOVE SPACES TO NF-NOMBRE (NF-IX)
               STRING "ENT" NF-AUXILIAR DELIMITED BY SPACE
                   INTO NF-NOMBRE (NF-IX)
           END-PERFORM
           DISPLAY NF-AVISO.

       MUESTRA-AVISO-ENTRENAMIENTO.
           IF MODO-ENTRENAMIENTO
               DISPLAY NF-AVISO
           END-IF.

       END PROGRAM OPERACIONES-BASICAS.
