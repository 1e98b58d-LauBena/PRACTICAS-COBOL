      *          rechaza cada operacion; las aprobadas se registran en
      *          CALCLDGR.DAT con el aprobador grabado, las despachadas
      *          salen de la cola y todo queda en el informe de
      *          disposicion OPSAPRB.PRT. Un operador con una delegacion
      *          de supervisor vigente en DELEGA.DAT puede actuar como
      *          supervisor; cada accion hecha asi queda estampada en
      *          DELEGUSO.LOG. La matriz de permisos de PERMCHK autoriza
      *          la entrada al programa. Cada apunte grabado en
      *          CALCLDGR.DAT se sella con la cadena de control de
      *          LEDGCHN. La operacion aprobada que procede de una orden
      *          fija deja su traza en ORDFLDG.DAT. Los ajustes de
      *          periodos cerrados encolados por AJUSMNT pasan siempre
      *          por aqui, se registran con la fecha de negocio abierta
      *          y quedan anotados en AJUSTES.DAT. Antes de registrar
      *          una aprobada se evaluan las reglas de REGLAS.DAT; una
      *          regla de rechazo la saca de la cola como rechazada y
      *          deja la excepcion en EXCEPTIONS.LOG. Una cuenta de
      *          formacion trabaja en modo de entrenamiento contra las
      *          copias ENT de la cola, el libro y el informe, sin
      *          diario ni cadena de control.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-PENDIENTES ASSIGN TO DYNAMIC NF-OPSPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEN-STATUS.
           SELECT CALC-LEDGER ASSIGN TO DYNAMIC NF-CALCLDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT CONTROL-SESION ASSIGN TO DYNAMIC NF-CTLSES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTS-STATUS.
           SELECT ORDEN-LEDGER ASSIGN TO DYNAMIC NF-ORDFLDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-CLAVE-LEDGER
               FILE STATUS IS ORL-STATUS.
           SELECT AJUSTES-FILE ASSIGN TO DYNAMIC NF-AJUSTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-CLAVE
               FILE STATUS IS AJU-STATUS.
           SELECT APROB-REPORT ASSIGN TO DYNAMIC NF-OPSAPRB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC NF-EXCEPTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPS-PENDIENTES.
       COPY CALCLDGR.
       FD  CONTROL-SESION.
       COPY CTLSES.
       FD  ORDEN-LEDGER.
       COPY ORDFLDG.
       FD  AJUSTES-FILE.
       COPY AJUSTES.
       FD  APROB-REPORT.
       01  RPT-LINE                  PIC X(100).
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       WORKING-STORAGE SECTION.
       01  EX-STATUS           PIC XX.
       01  PEN-STATUS          PIC XX.
       01  CL-STATUS           PIC XX.
       01  CTS-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  ORL-STATUS          PIC XX.
       01  AJU-STATUS          PIC XX.
       01  OPERACION         PIC X.
           88  OPERACION-SUMA        VALUE "1".
           88  OPERACION-RESTA       VALUE "2".
           88  OPERACION-PORCENTAJE  VALUE "5".
           88  OPERACION-MODULO      VALUE "6".
           88  OPERACION-POTENCIA    VALUE "7".
           88  OPERACION-AJUSTE      VALUE "A".
       01  OPERACION-DESC     PIC X(12).
       01  PEND-COUNT          PIC 9(03) VALUE 0.
       01  COLA-DESBORDADA-SW  PIC X VALUE "N".
           05  PEND-ENTRADA OCCURS 1 TO 200 TIMES
                   DEPENDING ON PEND-COUNT
                   INDEXED BY PEND-IX.
               10  PT-REGISTRO    PIC X(83).
               10  PT-DISPOSICION PIC X.
                   88  PT-APROBADA      VALUE "A".
                   88  PT-RECHAZADA     VALUE "R".
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY DELEGPRM.
       COPY LOCKPRM.
       COPY JRNLPRM.
       COPY CADENPRM.
       COPY CLASBND.
       COPY PERPRM.
       COPY FECHAPRM.
       COPY REGLPRM.
       COPY ENTFICH.
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
           PERFORM CONSULTA-DELEGACION.
           IF NOT NIVEL-SUPERVISION
               DISPLAY "El despacho de pendientes esta reservado a "
                       "supervisores; tu nivel no lo permite."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM MUESTRA-AVISO-ENTRENAMIENTO.
           PERFORM CARGA-PENDIENTES.
           IF COLA-DESBORDADA
               DISPLAY "OPSPEND.DAT tiene mas de 200 pendientes y "
               MOVE "S" TO ACCESO-PERMITIDO-SW
               DISPLAY "Sesion activa de " OP-OPERADOR-ID
                       ", identificacion reutilizada."
               IF SE-EN-ENTRENAMIENTO
                   PERFORM ACTIVA-ENTRENAMIENTO
               END-IF
           END-IF.

      *El terminal tecleado se valida contra el registro de
               WHEN AC-AUTORIZADO
                   MOVE "S" TO ACCESO-PERMITIDO-SW
                   MOVE AC-NIVEL TO NIVEL-ACTUAL
                   IF AC-EN-ENTRENAMIENTO
                       PERFORM ACTIVA-ENTRENAMIENTO
                   END-IF
               WHEN AC-CLAVE-ERRONEA
                   DISPLAY "Clave de acceso incorrecta."
               WHEN AC-BLOQUEADO
                   DISPLAY "Operador no autorizado."
           END-EVALUATE.

      *La matriz de permisos decide si el operador puede usar este
      *programa; la denegacion la registra PERMCHK en
      *SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "OPSAPRB"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de OPSAPRB."
           END-IF.

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

                   " y " PQ-NUM2 " resultado " RESULTADO-EDITADO
                   " de " PQ-OPERADOR-ID
                   " (fecha " PQ-FECHA-NEGOCIO ").".
           IF PQ-POR-LIMITE
               DISPLAY "Retenida por superar el limite diario "
                       "acumulado del originador."
           END-IF
           IF PQ-POR-REGLA
               DISPLAY "Retenida para revision por una regla de "
                       "REGLAS.DAT (ver REGLAS.LOG)."
           END-IF
           IF PQ-POR-AJUSTE
               DISPLAY "Ajuste del periodo cerrado " PQ-PERIODO-AJUSTE
                       ", causa " PQ-CAUSA-AJUSTE
                       "; se registra con la fecha de negocio abierta."
           END-IF
           IF PQ-OPERADOR-ID = OP-OPERADOR-ID
               DISPLAY "Eres el originador de la operacion: solo "
                       "puedes rechazarla (R) o dejarla en cola (S)."
                   MOVE "R" TO PT-DISPOSICION (PEND-IX)
                   ADD 1 TO RECHAZADAS
                   DISPLAY "Operacion rechazada."
                   MOVE SPACES TO DP-DETALLE
                   STRING "RECHAZA " PQ-TIMESTAMP (1:16) " "
                          PQ-OPERADOR-ID
                       DELIMITED BY SIZE INTO DP-DETALLE
                   PERFORM ESTAMPA-DELEGACION
               WHEN OTHER
                   ADD 1 TO SALTADAS
                   DISPLAY "La operacion queda en cola."

      *Una operacion aprobada despues de que CIERRMES cerrara el mes
      *de su fecha de negocio no puede entrar en el libro: se queda
      *en la cola, como exigen el resto de caminos de registro. Un
      *ajuste de periodo cerrado se registra siempre con la fecha de
      *negocio del dia en que se aprueba.
       APRUEBA-PENDIENTE.
           IF PQ-POR-AJUSTE
               CALL "FECHANEG" USING FECHANEG-PARM
               MOVE FN-FECHA-NEGOCIO TO PQ-FECHA-NEGOCIO
           END-IF
           MOVE PQ-FECHA-NEGOCIO TO PC-FECHA
           CALL "PERCHK" USING PERCHK-PARM
           IF PC-PERIODO-CERRADO
               ADD 1 TO SALTADAS
               MOVE 4 TO CODIGO-RETORNO
               GO TO APRUEBA-PENDIENTE-FIN.
           PERFORM EVALUA-REGLAS
           IF RP-RECHAZA
               DISPLAY "La regla " RP-REGLA-ID " rechaza la "
                       "operacion: " RP-DESCRIPCION
               MOVE "R" TO PT-DISPOSICION (PEND-IX)
               ADD 1 TO RECHAZADAS
               PERFORM REGISTRA-EXCEPCION-REGLA
               IF RP-SEVERIDAD = "G"
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
               GO TO APRUEBA-PENDIENTE-FIN.
           IF RP-AVISA
               DISPLAY "Aviso de la regla " RP-REGLA-ID ": "
                       RP-DESCRIPCION
           END-IF
           PERFORM REGISTRA-LEDGER-APROBADO
           IF LEDGER-GRABADO
               MOVE "A" TO PT-DISPOSICION (PEND-IX)
               ADD PQ-RESULTADO TO TOTAL-APROBADO
               PERFORM GRABA-CONTROL-APROBACION
               DISPLAY "Operacion aprobada y registrada en el libro."
               MOVE SPACES TO DP-DETALLE
               STRING "APRUEBA " CL-KEY-TIMESTAMP (1:16) " "
                      CL-KEY-OPERADOR
                   DELIMITED BY SIZE INTO DP-DETALLE
               PERFORM ESTAMPA-DELEGACION
           ELSE
               ADD 1 TO SALTADAS
               MOVE 8 TO CODIGO-RETORNO
       APRUEBA-PENDIENTE-FIN.
           EXIT.

      *Las reglas se evaluan con la identidad del originador. La
      *retencion y el doble control que pida una regla quedan
      *cumplidos con la aprobacion del supervisor; el rechazo no.
       EVALUA-REGLAS.
           MOVE PQ-RESULTADO     TO CB-RESULTADO
           CALL "CLASBAND" USING CLASBAND-PARM
           MOVE "E"              TO RP-MODO
           MOVE "OPSAPRB"        TO RP-PROGRAMA
           MOVE OPERACION-DESC   TO RP-OPERACION
           MOVE PQ-OPERADOR-ID   TO RP-OPERADOR
           MOVE PQ-TERMINAL-ID   TO RP-TERMINAL
           MOVE CB-BANDA         TO RP-BANDA
           MOVE PQ-RESULTADO     TO RP-IMPORTE
           MOVE ENTRENAMIENTO-SW TO RP-ENTRENAMIENTO
           CALL "REGLACHK" USING REGLACHK-PARM.

       REGISTRA-EXCEPCION-REGLA.
           MOVE "OPSAPRB"             TO EX-PROGRAMA
           MOVE "REGLA-RECHAZO"       TO EX-CAMPO
           MOVE RP-SEVERIDAD          TO EX-SEVERIDAD
           MOVE SPACES                TO EX-VALOR
           STRING RP-REGLA-ID " " OPERACION-DESC
               DELIMITED BY SIZE INTO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF
           IF EX-STATUS = "00"
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTIONS-FILE
           END-IF.

       DETERMINA-DESCRIPCION.
           EVALUATE TRUE
               WHEN OPERACION-SUMA
                   MOVE "MODULO"      TO OPERACION-DESC
               WHEN OPERACION-POTENCIA
                   MOVE "POTENCIA"    TO OPERACION-DESC
               WHEN OPERACION-AJUSTE
                   MOVE "AJUSTE"      TO OPERACION-DESC
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO OPERACION-DESC
           END-EVALUATE.
           MOVE CL-TIMESTAMP          TO CL-KEY-TIMESTAMP
           MOVE PQ-OPERADOR-ID        TO CL-KEY-OPERADOR
           MOVE PQ-TERMINAL-ID        TO CL-KEY-TERMINAL
           PERFORM SELLA-APUNTE
           WRITE CALC-LEDGER-RECORD
           EVALUATE CL-STATUS
               WHEN "00"
                   MOVE "S" TO LEDGER-GRABADO-SW
                   PERFORM AVANZA-CADENA
                   PERFORM REGISTRA-DIARIO-LEDGER
                   PERFORM REGISTRA-TRAZA-ORDEN
                   PERFORM REGISTRA-AJUSTE
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   MOVE LEDGER-MAX-INTENTOS TO LEDGER-INTENTOS
           END-EVALUATE.

      *En modo de entrenamiento no hay diario.
       REGISTRA-DIARIO-LEDGER.
           IF NOT MODO-ENTRENAMIENTO
               MOVE "CALCLDGR" TO JR-FICHERO
               MOVE "WRITE"    TO JR-OPERACION
               MOVE CALC-LEDGER-RECORD TO JR-IMAGEN
               CALL "JRNLWR" USING JOURNAL-PARM
           END-IF.

      *La operacion que venia de una orden fija deja su traza en
      *ORDFLDG.DAT, igual que cuando el lote la registra directamente.
       REGISTRA-TRAZA-ORDEN.
           IF PQ-ORDEN-ID NOT = SPACES
               MOVE CL-KEY           TO OL-CLAVE-LEDGER
               MOVE PQ-ORDEN-ID      TO OL-ORDEN-ID
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

      *El ajuste aprobado queda en AJUSTES.DAT con el periodo que
      *corrige para el registro de ajustes de INFAJUS.
       REGISTRA-AJUSTE.
           IF PQ-POR-AJUSTE
               MOVE PQ-PERIODO-AJUSTE TO AJ-PERIODO
               MOVE CL-KEY            TO AJ-CLAVE-LEDGER
               MOVE PQ-CAUSA-AJUSTE   TO AJ-CAUSA
               MOVE CL-RESULTADO      TO AJ-RESULTADO
               MOVE CL-FECHA-NEGOCIO  TO AJ-FECHA-NEGOCIO
               MOVE PQ-OPERADOR-ID    TO AJ-OPERADOR-ID
               MOVE OP-OPERADOR-ID    TO AJ-APROBADOR-ID
               OPEN I-O AJUSTES-FILE
               IF AJU-STATUS = "35"
                   OPEN OUTPUT AJUSTES-FILE
                   CLOSE AJUSTES-FILE
                   OPEN I-O AJUSTES-FILE
               END-IF
               WRITE AJUSTE-RECORD
               IF AJU-STATUS NOT = "00"
                   DISPLAY "Aviso: no se pudo anotar el ajuste en "
                           "AJUSTES.DAT. Estado: " AJU-STATUS
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
               CLOSE AJUSTES-FILE
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

      *El apunte aprobado deja su registro de control a nombre del
      *originador para que el cuadre diario no lo vea como descuadre.

       ESCRIBE-INFORME.
           OPEN OUTPUT APROB-REPORT
           IF MODO-ENTRENAMIENTO
               MOVE NF-AVISO TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Disposicion de operaciones pendientes - Fecha: "
                   FUNCTION CURRENT-DATE (1:8)
           END-STRING
           WRITE RPT-LINE.

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
           IF DP-DELEGADO AND NOT MODO-ENTRENAMIENTO
               MOVE "R" TO DP-ACCION
               MOVE "OPSAPRB" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
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

       END PROGRAM OPSAPRB.
