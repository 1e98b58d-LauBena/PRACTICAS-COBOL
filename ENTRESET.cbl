      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Utilidad de supervision que rehace los ficheros de
      *          entrenamiento ENT que usan las cuentas de formacion.
      *          Busca en MANIFEST.DAT la ultima copia completa de
      *          BACKUP, carga BKCALCaaaammdd.DAT en ENTCALCLDGR.DAT y
      *          BKEMPaaaammdd.DAT en ENTEMPMAST.DAT y les aplica los
      *          incrementos nocturnos BKJRNLaaaammdd.DAT que cuelgan
      *          de esa copia, de modo que quedan como en la ultima
      *          noche. Vacia los demas ficheros de negocio ENT, deja
      *          intactos los lotes de entrada de practica
      *          (ENTRECONCIL, ENTOPSBATCH, ENTEMPINTAK) y pone los
      *          contadores ENTEMPCTR.DAT, ENTLOTECTR.DAT y
      *          ENTSERIECTR.DAT tras lo cargado. Exige nivel de
      *          supervisor o superior y toma los cerrojos ENTCALCLDGR
      *          y ENTEMPMAST para no rehacer bajo una sesion abierta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRESET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-IN ASSIGN TO DYNAMIC ENTRADA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT JOURNAL-PIEZA ASSIGN TO DYNAMIC PIEZA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PZA-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAN-STATUS.
           SELECT CALC-LEDGER ASSIGN TO DYNAMIC NF-CALCLDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC NF-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
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
           SELECT AJUSTES-FILE ASSIGN TO DYNAMIC NF-AJUSTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-CLAVE
               FILE STATUS IS AJU-STATUS.
           SELECT FICHERO-VACIO ASSIGN TO DYNAMIC VACIO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAC-STATUS.
           SELECT SERIE-COUNTER ASSIGN TO DYNAMIC NF-SERIECTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SRC-STATUS.
           SELECT EMP-COUNTER ASSIGN TO DYNAMIC NF-EMPCTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ECT-STATUS.
           SELECT LOTE-COUNTER ASSIGN TO DYNAMIC NF-LOTECTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-IN.
       01  ENTRADA-REGISTRO          PIC X(200).
       FD  JOURNAL-PIEZA.
       COPY JRNLREG.
       FD  MANIFEST-FILE.
       COPY MANIFREG.
       FD  CALC-LEDGER.
       COPY CALCLDGR.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  APUNTES-RETENIDOS.
       COPY APURET.
       FD  SERIE-LEDGER.
       COPY CALSERIE.
       FD  ORDEN-LEDGER.
       COPY ORDFLDG.
       FD  LOTE-LEDGER.
       COPY LOTELDG.
       FD  AJUSTES-FILE.
       COPY AJUSTES.
       FD  FICHERO-VACIO.
       01  FICHERO-VACIO-LINEA       PIC X(80).
       FD  SERIE-COUNTER.
       01  SERIE-COUNTER-RECORD      PIC 9(08).
       FD  EMP-COUNTER.
       01  EMP-COUNTER-RECORD        PIC 9(06).
       FD  LOTE-COUNTER.
       01  LOTE-COUNTER-RECORD       PIC 9(06).
       WORKING-STORAGE SECTION.
       01  IN-STATUS           PIC XX.
       01  PZA-STATUS          PIC XX.
       01  MAN-STATUS          PIC XX.
       01  CL-STATUS           PIC XX.
       01  EM-STATUS           PIC XX.
       01  ART-STATUS          PIC XX.
       01  SRL-STATUS          PIC XX.
       01  ORL-STATUS          PIC XX.
       01  LLG-STATUS          PIC XX.
       01  AJU-STATUS          PIC XX.
       01  VAC-STATUS          PIC XX.
       01  SRC-STATUS          PIC XX.
       01  ECT-STATUS          PIC XX.
       01  LCT-STATUS          PIC XX.
       01  ENTRADA-NOMBRE      PIC X(20).
       01  PIEZA-NOMBRE        PIC X(22).
       01  VACIO-NOMBRE        PIC X(20).
       01  FECHA-COPIA         PIC 9(08) VALUE 0.
       01  LEDGER-CARGADOS     PIC 9(06) VALUE 0.
       01  EMPLEADOS-CARGADOS  PIC 9(06) VALUE 0.
       01  PIEZAS-APLICADAS    PIC 9(03) VALUE 0.
       01  IMAGENES-APLICADAS  PIC 9(06) VALUE 0.
       01  IMAGENES-OMITIDAS   PIC 9(06) VALUE 0.
       01  FICHEROS-VACIADOS   PIC 9(02) VALUE 0.
       01  ULTIMO-EMPLEADO     PIC 9(06) VALUE 0.
       01  CONFIRMA            PIC X.
       01  CLAVE-OPERADOR      PIC X(08).
       01  ACCESO-PERMITIDO-SW PIC X VALUE "N".
           88  ACCESO-PERMITIDO       VALUE "S".
       01  NIVEL-ACTUAL        PIC X.
           88  NIVEL-SUPERVISION      VALUE "S" "A".
       01  CERROJO-LEDGER-SW   PIC X VALUE "N".
           88  CERROJO-LEDGER         VALUE "S".
       01  CERROJO-MAESTRO-SW  PIC X VALUE "N".
           88  CERROJO-MAESTRO        VALUE "S".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY OPERADOR.
       COPY JOBLOGR.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY LOCKPRM.
       COPY ENTFICH.
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
           IF NOT NIVEL-SUPERVISION
               DISPLAY "Rehacer los ficheros de entrenamiento esta "
                       "reservado a supervisores; tu nivel no lo "
                       "permite."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM PREPARA-NOMBRES-ENT.
           PERFORM BUSCA-COPIA-COMPLETA.
           IF FECHA-COPIA = 0
               DISPLAY "No hay copia completa en MANIFEST.DAT, no se "
                       "rehacen los ficheros de entrenamiento."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           DISPLAY "Se rehacen los ficheros ENT desde la copia del "
                   FECHA-COPIA " y sus incrementos.".
           DISPLAY "Se pierde todo lo hecho en entrenamiento. "
                   "Confirmas (S/N)? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "Proceso cancelado, no se toca nada."
               MOVE 4 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM ADQUIERE-CERROJOS-ENT.
           IF NOT CERROJO-LEDGER OR NOT CERROJO-MAESTRO
               PERFORM LIBERA-CERROJOS-ENT
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CARGA-LEDGER-ENT.
           IF CODIGO-RETORNO < 8
               PERFORM CARGA-MAESTRO-ENT
           END-IF.
           IF CODIGO-RETORNO < 8
               PERFORM APLICA-INCREMENTOS
           END-IF.
           IF CODIGO-RETORNO < 8
               PERFORM VACIA-FICHEROS-ENT
               PERFORM PONE-CONTADORES-ENT
               DISPLAY "Ficheros de entrenamiento rehechos: "
                       LEDGER-CARGADOS " apuntes y "
                       EMPLEADOS-CARGADOS " empleados de la copia, "
                       IMAGENES-APLICADAS " imagenes de los "
                       "incrementos, " FICHEROS-VACIADOS
                       " ficheros vaciados."
           END-IF.
           PERFORM LIBERA-CERROJOS-ENT.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "ENTRESET"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "ENTRESET"           TO JL-PROGRAM-ID
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
           MOVE "ENTRESET" TO TC-PROGRAMA
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
      *programa; la denegacion la registra PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "ENTRESET"     TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de ENTRESET."
           END-IF.

      *Los nombres de ENTFICH pasan a sus copias ENT, igual que en
      *los programas que trabajan en modo de entrenamiento.
       PREPARA-NOMBRES-ENT.
           PERFORM VARYING NF-IX FROM 1 BY 1 UNTIL NF-IX > NF-TOTAL
               MOVE NF-NOMBRE (NF-IX) TO NF-AUXILIAR
               MOVE SPACES TO NF-NOMBRE (NF-IX)
               STRING "ENT" NF-AUXILIAR DELIMITED BY SPACE
                   INTO NF-NOMBRE (NF-IX)
           END-PERFORM.

      *Vale la copia completa mas reciente del libro anotada en el
      *manifiesto; BACKUP copia el maestro la misma noche.
       BUSCA-COPIA-COMPLETA.
           MOVE 0 TO FECHA-COPIA
           OPEN INPUT MANIFEST-FILE
           IF MAN-STATUS = "00"
               PERFORM UNTIL MAN-STATUS NOT = "00"
                   READ MANIFEST-FILE
                       AT END
                           MOVE "10" TO MAN-STATUS
                       NOT AT END
                           IF MF-PIEZA-COMPLETA
                                   AND MF-FICHERO = "CALCLDGR"
                                   AND MF-FECHA > FECHA-COPIA
                               MOVE MF-FECHA TO FECHA-COPIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

      *Con los cerrojos de las copias ENT ninguna cuenta de formacion
      *puede estar grabando mientras se rehacen.
       ADQUIERE-CERROJOS-ENT.
           MOVE "E"            TO LK-ACCION
           MOVE "ENTCALCLDGR"  TO LK-RECURSO
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-CONCEDIDO
               MOVE "S" TO CERROJO-LEDGER-SW
           ELSE
               DISPLAY "Recurso ENTCALCLDGR ocupado por operador "
                       LK-OPERADOR-DUENO " desde " LK-HORA-DUENO
                       ", intentalo mas tarde."
           END-IF
           MOVE "E"            TO LK-ACCION
           MOVE "ENTEMPMAST"   TO LK-RECURSO
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-CONCEDIDO
               MOVE "S" TO CERROJO-MAESTRO-SW
           ELSE
               DISPLAY "Recurso ENTEMPMAST ocupado por operador "
                       LK-OPERADOR-DUENO " desde " LK-HORA-DUENO
                       ", intentalo mas tarde."
           END-IF.

       LIBERA-CERROJOS-ENT.
           IF CERROJO-LEDGER
               MOVE "D"            TO LK-ACCION
               MOVE "ENTCALCLDGR"  TO LK-RECURSO
               MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
               CALL "LOCKMGR" USING LOCKMGR-PARM
               MOVE "N" TO CERROJO-LEDGER-SW
           END-IF
           IF CERROJO-MAESTRO
               MOVE "D"            TO LK-ACCION
               MOVE "ENTEMPMAST"   TO LK-RECURSO
               MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
               CALL "LOCKMGR" USING LOCKMGR-PARM
               MOVE "N" TO CERROJO-MAESTRO-SW
           END-IF.

       CARGA-LEDGER-ENT.
           MOVE 0 TO LEDGER-CARGADOS
           MOVE SPACES TO ENTRADA-NOMBRE
           STRING "BKCALC" FECHA-COPIA ".DAT"
               DELIMITED BY SIZE INTO ENTRADA-NOMBRE
           OPEN INPUT BACKUP-IN
           IF IN-STATUS NOT = "00"
               DISPLAY "No se encontro la copia " ENTRADA-NOMBRE "."
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               OPEN OUTPUT CALC-LEDGER
               PERFORM UNTIL IN-STATUS NOT = "00"
                   READ BACKUP-IN
                       AT END
                           MOVE "10" TO IN-STATUS
                       NOT AT END
                           MOVE ENTRADA-REGISTRO TO CALC-LEDGER-RECORD
                           WRITE CALC-LEDGER-RECORD
                           ADD 1 TO LEDGER-CARGADOS
                   END-READ
               END-PERFORM
               CLOSE CALC-LEDGER
               CLOSE BACKUP-IN
           END-IF.

       CARGA-MAESTRO-ENT.
           MOVE 0 TO EMPLEADOS-CARGADOS
           MOVE 0 TO ULTIMO-EMPLEADO
           MOVE SPACES TO ENTRADA-NOMBRE
           STRING "BKEMP" FECHA-COPIA ".DAT"
               DELIMITED BY SIZE INTO ENTRADA-NOMBRE
           OPEN INPUT BACKUP-IN
           IF IN-STATUS NOT = "00"
               DISPLAY "No se encontro la copia " ENTRADA-NOMBRE "."
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               OPEN OUTPUT EMPLOYEE-MASTER
               PERFORM UNTIL IN-STATUS NOT = "00"
                   READ BACKUP-IN
                       AT END
                           MOVE "10" TO IN-STATUS
                       NOT AT END
                           MOVE ENTRADA-REGISTRO
                               TO EMPLOYEE-MASTER-RECORD
                           WRITE EMPLOYEE-MASTER-RECORD
                           ADD 1 TO EMPLEADOS-CARGADOS
                           PERFORM ANOTA-ULTIMO-EMPLEADO
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               CLOSE BACKUP-IN
           END-IF.

       ANOTA-ULTIMO-EMPLEADO.
           IF EM-EMPLOYEE-ID > ULTIMO-EMPLEADO
               MOVE EM-EMPLOYEE-ID TO ULTIMO-EMPLEADO
           END-IF.

      *Los incrementos de la copia se aplican como en RESTAURA, en
      *el orden del manifiesto, sobre el libro y el maestro ENT.
       APLICA-INCREMENTOS.
           MOVE 0 TO PIEZAS-APLICADAS
           MOVE 0 TO IMAGENES-APLICADAS
           MOVE 0 TO IMAGENES-OMITIDAS
           OPEN INPUT MANIFEST-FILE
           IF MAN-STATUS = "00"
               PERFORM UNTIL MAN-STATUS NOT = "00"
                   READ MANIFEST-FILE
                       AT END
                           MOVE "10" TO MAN-STATUS
                       NOT AT END
                           IF MF-PIEZA-INCREMENTO
                                   AND MF-FECHA-BASE = FECHA-COPIA
                               PERFORM APLICA-UNA-PIEZA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               DISPLAY "Incrementos aplicados: " PIEZAS-APLICADAS
                       " pieza(s), " IMAGENES-APLICADAS
                       " imagen(es) aplicadas y "
                       IMAGENES-OMITIDAS " omitidas."
           END-IF.

       APLICA-UNA-PIEZA.
           MOVE SPACES TO PIEZA-NOMBRE
           STRING "BKJRNL" MF-FECHA ".DAT" DELIMITED BY SIZE
               INTO PIEZA-NOMBRE
           OPEN INPUT JOURNAL-PIEZA
           IF PZA-STATUS NOT = "00"
               DISPLAY "Falta la pieza " PIEZA-NOMBRE
                       " de la cadena."
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               OPEN I-O CALC-LEDGER
               OPEN I-O EMPLOYEE-MASTER
               PERFORM UNTIL PZA-STATUS NOT = "00"
                   READ JOURNAL-PIEZA
                       AT END
                           MOVE "10" TO PZA-STATUS
                       NOT AT END
                           PERFORM APLICA-IMAGEN
                   END-READ
               END-PERFORM
               CLOSE CALC-LEDGER
               CLOSE EMPLOYEE-MASTER
               CLOSE JOURNAL-PIEZA
               ADD 1 TO PIEZAS-APLICADAS
           END-IF.

       APLICA-IMAGEN.
           EVALUATE JN-FICHERO
               WHEN "CALCLDGR"
                   PERFORM APLICA-IMAGEN-LEDGER
               WHEN "EMPMAST"
                   PERFORM APLICA-IMAGEN-EMPLEADO
               WHEN OTHER
                   ADD 1 TO IMAGENES-OMITIDAS
           END-EVALUATE.

      *Reaplicacion idempotente como la de RESTAURA: un WRITE que
      *choca se convierte en REWRITE y un REWRITE sin registro en
      *WRITE.
       APLICA-IMAGEN-LEDGER.
           MOVE JN-IMAGEN TO CALC-LEDGER-RECORD
           EVALUATE JN-OPERACION
               WHEN "WRITE"
                   WRITE CALC-LEDGER-RECORD
                   IF CL-STATUS = "22"
                       REWRITE CALC-LEDGER-RECORD
                   END-IF
                   ADD 1 TO IMAGENES-APLICADAS
               WHEN "REWRITE"
                   REWRITE CALC-LEDGER-RECORD
                   IF CL-STATUS = "23"
                       WRITE CALC-LEDGER-RECORD
                   END-IF
                   ADD 1 TO IMAGENES-APLICADAS
               WHEN "DELETE"
                   DELETE CALC-LEDGER
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO IMAGENES-APLICADAS
               WHEN OTHER
                   ADD 1 TO IMAGENES-OMITIDAS
           END-EVALUATE.

       APLICA-IMAGEN-EMPLEADO.
           MOVE JN-IMAGEN TO EMPLOYEE-MASTER-RECORD
           EVALUATE JN-OPERACION
               WHEN "WRITE"
                   WRITE EMPLOYEE-MASTER-RECORD
                   IF EM-STATUS = "22"
                       REWRITE EMPLOYEE-MASTER-RECORD
                   END-IF
                   PERFORM ANOTA-ULTIMO-EMPLEADO
                   ADD 1 TO IMAGENES-APLICADAS
               WHEN "REWRITE"
                   REWRITE EMPLOYEE-MASTER-RECORD
                   IF EM-STATUS = "23"
                       WRITE EMPLOYEE-MASTER-RECORD
                   END-IF
                   PERFORM ANOTA-ULTIMO-EMPLEADO
                   ADD 1 TO IMAGENES-APLICADAS
               WHEN "DELETE"
                   DELETE EMPLOYEE-MASTER
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO IMAGENES-APLICADAS
               WHEN OTHER
                   ADD 1 TO IMAGENES-OMITIDAS
           END-EVALUATE.

      *Los ficheros de trabajo ENT se dejan vacios; los lotes de
      *entrada ENTRECONCIL, ENTOPSBATCH y ENTEMPINTAK son material de
      *practica y no se tocan.
       VACIA-FICHEROS-ENT.
           MOVE 0 TO FICHEROS-VACIADOS
           OPEN OUTPUT APUNTES-RETENIDOS
           CLOSE APUNTES-RETENIDOS
           OPEN OUTPUT SERIE-LEDGER
           CLOSE SERIE-LEDGER
           OPEN OUTPUT ORDEN-LEDGER
           CLOSE ORDEN-LEDGER
           OPEN OUTPUT LOTE-LEDGER
           CLOSE LOTE-LEDGER
           OPEN OUTPUT AJUSTES-FILE
           CLOSE AJUSTES-FILE
           ADD 5 TO FICHEROS-VACIADOS
           MOVE NF-EXCEPTIONS TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-OPSALIDA   TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-OPSPEND    TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-OPSBRST    TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-CTLSES     TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-RECIBO     TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-EMPRECHZ   TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-EMPSTAGE   TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-ALTASRST   TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-TRASPEND   TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-EMPAUD     TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE NF-OPSAPRB    TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO
           MOVE "ENTREGLAS.LOG" TO VACIO-NOMBRE
           PERFORM VACIA-UN-FICHERO.

       VACIA-UN-FICHERO.
           OPEN OUTPUT FICHERO-VACIO
           CLOSE FICHERO-VACIO
           ADD 1 TO FICHEROS-VACIADOS.

      *Los empleados nuevos de entrenamiento siguen al ultimo cargado
      *y los lotes y las cadenas vuelven a empezar por uno.
       PONE-CONTADORES-ENT.
           OPEN OUTPUT EMP-COUNTER
           COMPUTE EMP-COUNTER-RECORD = ULTIMO-EMPLEADO + 1
           WRITE EMP-COUNTER-RECORD
           CLOSE EMP-COUNTER
           OPEN OUTPUT LOTE-COUNTER
           MOVE 1 TO LOTE-COUNTER-RECORD
           WRITE LOTE-COUNTER-RECORD
           CLOSE LOTE-COUNTER
           OPEN OUTPUT SERIE-COUNTER
           MOVE 1 TO SERIE-COUNTER-RECORD
           WRITE SERIE-COUNTER-RECORD
           CLOSE SERIE-COUNTER.

       END PROGRAM ENTRESET.
