      *          graba un apunte compensatorio con el resultado
      *          cambiado de signo que referencia la clave original,
      *          y marca ambos registros como reversados, para no
      *          tener que editar CALCLDGR.DAT a mano. Un operador con
      *          una delegacion de supervisor vigente en DELEGA.DAT
      *          puede actuar como supervisor; cada accion hecha asi
      *          queda estampada en DELEGUSO.LOG. La matriz de permisos
      *          de PERMCHK autoriza la entrada al programa. Cada apunte
      *          grabado en CALCLDGR.DAT se sella con la cadena de
      *          control de LEDGCHN. Si el apunte es un paso de una
      *          cadena de calculo (CALSERIE.DAT) ofrece revertir la
      *          cadena completa. Una cuenta de formacion trabaja
      *          en modo de entrenamiento contra las copias ENT del
      *          libro, sin diario ni cadena de control.
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
           SELECT CONTROL-SESION ASSIGN TO DYNAMIC NF-CTLSES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTS-STATUS.
           SELECT SERIE-LEDGER ASSIGN TO DYNAMIC NF-CALSERIE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CLAVE
               ALTERNATE RECORD KEY IS SL-CLAVE-LEDGER
               FILE STATUS IS SRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LEDGER.
       COPY CALCLDGR.
       FD  CONTROL-SESION.
       COPY CTLSES.
       FD  SERIE-LEDGER.
       COPY CALSERIE.
       WORKING-STORAGE SECTION.
       01  CTS-STATUS          PIC XX.
       01  TOTAL-REVERSION     PIC S9(09)V99 VALUE 0.
       01  REVERSION-MAXIMO    PIC 9(02) VALUE 10.
       01  REVERSION-GRABADA-SW PIC X VALUE "N".
           88  REVERSION-GRABADA     VALUE "S".
       01  SRL-STATUS          PIC XX.
       01  SERIE-ID            PIC 9(08) VALUE 0.
       01  SERIE-PASO          PIC 9(02) VALUE 0.
       01  SERIE-TOTAL         PIC 9(02) VALUE 0.
       01  SERIE-REVERTIDOS    PIC 9(02) VALUE 0.
       01  SERIE-IX            PIC 9(02) VALUE 0.
       01  SERIE-TABLA.
           05  SERIE-CLAVE-PASO OCCURS 99 TIMES PIC X(37).
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY OPERADOR.
       COPY JOBLOGR.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY DELEGPRM.
       COPY FECHAPRM.
       COPY JRNLPRM.
       COPY CADENPRM.
       COPY CLASBND.
       COPY LOCKPRM.
       COPY PERPRM.
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
               DISPLAY "La reversion de apuntes esta reservada a "
                       "supervisores; tu nivel no lo permite."
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
           MOVE "LEDGREV"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de LEDGREV."
           END-IF.

       REVIERTE-APUNTE.
           PERFORM MUESTRA-AVISO-ENTRENAMIENTO.
           DISPLAY "Instante del apunte original (21 caracteres): ".
           ACCEPT CO-TIMESTAMP.
           DISPLAY "Operador del apunte original: ".

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

      *Un paso de una cadena de calculo (CALSERIE.DAT) puede
      *revertirse solo o junto con todos los pasos de su cadena.
       TRATA-APUNTE-ORIGINAL.
           PERFORM BUSCA-SERIE-APUNTE
           IF SERIE-ID > 0
               DISPLAY "El apunte es el paso " SERIE-PASO
                       " de la cadena de calculo " SERIE-ID "."
               DISPLAY "Revertir la cadena completa (S/N)? "
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR CONFIRMA = "s"
                   PERFORM REVIERTE-SERIE
               ELSE
                   PERFORM TRATA-APUNTE-UNICO
               END-IF
           ELSE
               PERFORM TRATA-APUNTE-UNICO
           END-IF.

       TRATA-APUNTE-UNICO.
           IF CL-REVERSADO
               DISPLAY "El apunte ya esta reversado, no se repite."
               MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       BUSCA-SERIE-APUNTE.
           MOVE 0 TO SERIE-ID
           MOVE 0 TO SERIE-PASO
           OPEN INPUT SERIE-LEDGER
           IF SRL-STATUS = "00"
               MOVE CLAVE-ORIGINAL TO SL-CLAVE-LEDGER
               READ SERIE-LEDGER KEY IS SL-CLAVE-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SL-SERIE-ID TO SERIE-ID
                       MOVE SL-PASO     TO SERIE-PASO
               END-READ
               CLOSE SERIE-LEDGER
           END-IF.

      *Se cargan las claves de todos los pasos de la cadena, se pide
      *una sola confirmacion y se revierte cada paso como si se
      *hubiera tecleado su clave. Los pasos ya reversados se saltan
      *y los que ya no estan en el libro vivo se avisan con codigo 4.
       REVIERTE-SERIE.
           PERFORM CARGA-PASOS-SERIE
           DISPLAY "La cadena " SERIE-ID " tiene " SERIE-TOTAL
                   " paso(s)."
           DISPLAY "Confirmas la reversion de la cadena (S/N)? "
           ACCEPT CONFIRMA
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Reversion cancelada por el operador."
           ELSE
               MOVE 0 TO SERIE-REVERTIDOS
               PERFORM VARYING SERIE-IX FROM 1 BY 1
                       UNTIL SERIE-IX > SERIE-TOTAL
                          OR CODIGO-RETORNO = 8
                   PERFORM REVIERTE-PASO-SERIE
               END-PERFORM
               DISPLAY "Cadena " SERIE-ID ": " SERIE-REVERTIDOS
                       " paso(s) reversado(s)."
           END-IF.

       CARGA-PASOS-SERIE.
           MOVE 0 TO SERIE-TOTAL
           OPEN INPUT SERIE-LEDGER
           IF SRL-STATUS = "00"
               MOVE SERIE-ID TO SL-SERIE-ID
               MOVE 0        TO SL-PASO
               START SERIE-LEDGER KEY IS >= SL-CLAVE
                   INVALID KEY
                       MOVE "10" TO SRL-STATUS
               END-START
               PERFORM UNTIL SRL-STATUS NOT = "00"
                   READ SERIE-LEDGER NEXT RECORD
                       AT END
                           MOVE "10" TO SRL-STATUS
                       NOT AT END
                           IF SL-SERIE-ID NOT = SERIE-ID
                                   OR SERIE-TOTAL >= 99
                               MOVE "10" TO SRL-STATUS
                           ELSE
                               ADD 1 TO SERIE-TOTAL
                               MOVE SL-CLAVE-LEDGER
                                   TO SERIE-CLAVE-PASO (SERIE-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIE-LEDGER
           END-IF.

       REVIERTE-PASO-SERIE.
           MOVE SERIE-CLAVE-PASO (SERIE-IX) TO CLAVE-ORIGINAL
           MOVE CLAVE-ORIGINAL TO CL-KEY
           READ CALC-LEDGER
               INVALID KEY
                   DISPLAY "Paso " SERIE-IX " no esta en el libro "
                           "vivo, no se revierte."
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               NOT INVALID KEY
                   IF CL-REVERSADO
                       DISPLAY "Paso " SERIE-IX " ya reversado, "
                               "se salta."
                   ELSE
                       DISPLAY "Paso " SERIE-IX ": " CL-OPERACION
                               " de " CL-NUM1 " y " CL-NUM2
                               " resultado " CL-RESULTADO "."
                       PERFORM EJECUTA-REVERSION
                       IF REVERSION-GRABADA
                           ADD 1 TO SERIE-REVERTIDOS
                       END-IF
                   END-IF
           END-READ.

       EJECUTA-REVERSION.
           MOVE CALC-LEDGER-RECORD TO REGISTRO-ORIGINAL
           PERFORM GRABA-APUNTE-COMPENSATORIO
                   PERFORM REGISTRA-DIARIO-LEDGER
                   PERFORM GRABA-CONTROL-REVERSION
                   DISPLAY "Reversion registrada correctamente."
                   MOVE SPACES TO DP-DETALLE
                   STRING "REVIERTE " CO-TIMESTAMP (1:16) " "
                          CO-OPERADOR
                       DELIMITED BY SIZE INTO DP-DETALLE
                   PERFORM ESTAMPA-DELEGACION
               END-IF
           ELSE
               DISPLAY "No se pudo grabar el apunte compensatorio. "
           MOVE CL-TIMESTAMP   TO CL-KEY-TIMESTAMP
           MOVE OP-OPERADOR-ID TO CL-KEY-OPERADOR
           MOVE OP-TERMINAL-ID TO CL-KEY-TERMINAL
           PERFORM SELLA-APUNTE
           WRITE CALC-LEDGER-RECORD
           EVALUATE CL-STATUS
               WHEN "00"
                   MOVE "S" TO REVERSION-GRABADA-SW
                   PERFORM AVANZA-CADENA
                   MOVE "WRITE" TO JR-OPERACION
                   PERFORM REGISTRA-DIARIO-LEDGER
               WHEN "22"
                   MOVE REVERSION-MAXIMO TO REVERSION-INTENTOS
           END-EVALUATE.

      *En modo de entrenamiento no hay diario.
       REGISTRA-DIARIO-LEDGER.
           IF NOT MODO-ENTRENAMIENTO
               MOVE "CALCLDGR" TO JR-FICHERO
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

      *El apunte compensatorio tambien deja su registro de control
      *para que el cuadre diario no lo vea como descuadre.
           WRITE CONTROL-SESION-RECORD
           CLOSE CONTROL-SESION.

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
               MOVE "LEDGREV" TO DP-PROGRAMA
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

       END PROGRAM LEDGREV.
