      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Informe de huecos y reutilizaciones de numeracion.
      *          Recorre SECLOG.DAT por secuencia y senala los numeros
      *          saltados, los emitidos dos veces y la diferencia entre
      *          lo anotado y el valor de SECUENC.DAT (numeros
      *          consumidos sin anotar, o una secuencia restaurada que
      *          volvera a emitir lo ya emitido). Cruza ademas lo
      *          emitido con su uso: identificadores de EMPLEADO sin
      *          alta en EMPMAST.DAT, y numeros presentes en
      *          EMPMAST.DAT, en los lotes de EMPSTAGE.DAT o en las
      *          ejecuciones de TABLASGEN.DAT que SECASIG no emitio o
      *          que aun estan por emitir; en TABLASGEN.DAT senala
      *          tambien la ejecucion que aparece en dos tandas
      *          distintas. Graba INFSECU.PRT con un resumen por
      *          secuencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFSECU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECUENCIAS ASSIGN TO "SECUENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-NOMBRE
               FILE STATUS IS SQ-STATUS.
           SELECT SECUENCIAS-LOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT EMP-STAGING ASSIGN TO "EMPSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-STATUS.
           SELECT TABLAS-GENERADAS ASSIGN TO "TABLASGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TG-STATUS.
           SELECT SECUENCIAS-REPORT ASSIGN TO "INFSECU.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECUENCIAS.
       COPY SECUENC.
       FD  SECUENCIAS-LOG.
       COPY SECLOG.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  EMP-STAGING.
       COPY EMPSTAGE.
       FD  TABLAS-GENERADAS.
       01  TG-RECORD.
           05  TG-RUN-NUMBER          PIC 9(06).
           05  TG-NUMERO              PIC 9(02).
           05  TG-TIMESTAMP           PIC X(21).
           05  TG-LONGITUD            PIC 9(02).
           05  TG-RESULTADO           PIC 9(04) OCCURS 1 TO 30 TIMES
                                       DEPENDING ON TG-LONGITUD.
       FD  SECUENCIAS-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  SQ-STATUS           PIC XX.
       01  SL-STATUS           PIC XX.
       01  EM-STATUS           PIC XX.
       01  STG-STATUS          PIC XX.
       01  TG-STATUS           PIC XX.
       01  RPT-STATUS          PIC XX.
      *Cada secuencia con su valor en SECUENC.DAT y lo visto en el
      *log y en los ficheros que usan sus numeros.
       01  SEC-COUNT           PIC 9(03) VALUE 0.
       01  SEC-TABLA.
           05  SEC-ENTRADA OCCURS 1 TO 200 TIMES
                   DEPENDING ON SEC-COUNT
                   INDEXED BY SEC-IX.
               10  ST-NOMBRE      PIC X(12).
               10  ST-EN-FICHERO  PIC X.
                   88  ST-REGISTRADA    VALUE "S".
               10  ST-SIGUIENTE   PIC 9(07).
               10  ST-PRIMER      PIC 9(06).
               10  ST-VUELTAS     PIC 9(04).
               10  ST-CON-LOG     PIC X.
                   88  ST-HAY-LOG       VALUE "S".
               10  ST-ULTIMO      PIC 9(06).
               10  ST-EMITIDOS    PIC 9(07).
               10  ST-REINICIOS   PIC 9(04).
               10  ST-SALTADOS    PIC 9(07).
               10  ST-REPETIDOS   PIC 9(07).
               10  ST-SIN-USO     PIC 9(07).
               10  ST-NO-EMITIDOS PIC 9(07).
               10  ST-POR-EMITIR  PIC 9(07).
       01  SEC-SUB             PIC 9(03).
       01  SEC-EMPLEADO        PIC 9(03) VALUE 0.
       01  SEC-LOTE            PIC 9(03) VALUE 0.
       01  SEC-TABLAS          PIC 9(03) VALUE 0.
       01  SEC-DESBORDE-SW     PIC X VALUE "N".
           88  SEC-DESBORDE           VALUE "S".
      *Tramos de numeros que nadie anoto como emitidos.
       01  HUECO-COUNT         PIC 9(04) VALUE 0.
       01  HUECO-TABLA.
           05  HUECO-ENTRADA OCCURS 1 TO 2000 TIMES
                   DEPENDING ON HUECO-COUNT
                   INDEXED BY HU-IX.
               10  HU-SECUENCIA   PIC 9(03).
               10  HU-DESDE       PIC 9(07).
               10  HU-HASTA       PIC 9(07).
       01  HUECO-DESDE         PIC 9(07).
       01  HUECO-HASTA         PIC 9(07).
      *Ejecuciones ya vistas en TABLASGEN.DAT.
       01  EJEC-COUNT          PIC 9(04) VALUE 0.
       01  EJEC-TABLA.
           05  EJEC-ENTRADA OCCURS 1 TO 5000 TIMES
                   DEPENDING ON EJEC-COUNT
                   INDEXED BY EJ-IX.
               10  EJ-NUMERO      PIC 9(06).
       01  EJEC-ANTERIOR       PIC 9(06) VALUE 0.
       01  LOTE-ANTERIOR       PIC 9(06) VALUE 0.
       01  NUMERO-USO          PIC 9(06).
       01  FICHERO-USO         PIC X(13).
       01  HALLADO-SW          PIC X VALUE "N".
           88  HALLADO                VALUE "S".
       01  TOTAL-INCIDENCIAS   PIC 9(07) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           OPEN OUTPUT SECUENCIAS-REPORT.
           MOVE SPACES TO RPT-LINE.
           STRING "Huecos y reutilizaciones de numeracion - Fecha: "
                  FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM CARGA-SECUENCIAS.
           PERFORM REVISA-LOG.
           PERFORM REVISA-PENDIENTE.
           PERFORM REVISA-MAESTRO.
           PERFORM REVISA-ESCENA.
           PERFORM REVISA-TABLAS.
           PERFORM ESCRIBE-RESUMEN.
           CLOSE SECUENCIAS-REPORT.
           DISPLAY "Numeracion revisada: " TOTAL-INCIDENCIAS
                   " incidencia(s). Detalle en INFSECU.PRT.".
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INFSECU"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFSECU"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       CARGA-SECUENCIAS.
           OPEN INPUT SECUENCIAS
           IF SQ-STATUS NOT = "00"
               MOVE "No se encontro SECUENC.DAT; solo se revisa el log."
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               READ SECUENCIAS NEXT RECORD
                   AT END
                       MOVE "10" TO SQ-STATUS
               END-READ
               PERFORM UNTIL SQ-STATUS NOT = "00"
                   MOVE SQ-NOMBRE TO SL-SECUENCIA
                   PERFORM BUSCA-SECUENCIA
                   IF SEC-SUB > 0
                       MOVE "S"          TO ST-EN-FICHERO (SEC-SUB)
                       MOVE SQ-SIGUIENTE TO ST-SIGUIENTE (SEC-SUB)
                       MOVE SQ-PRIMER-VALOR TO ST-PRIMER (SEC-SUB)
                       MOVE SQ-VUELTAS   TO ST-VUELTAS (SEC-SUB)
                   END-IF
                   READ SECUENCIAS NEXT RECORD
                       AT END
                           MOVE "10" TO SQ-STATUS
                   END-READ
               END-PERFORM
               CLOSE SECUENCIAS
           END-IF.

      *Devuelve en SEC-SUB la entrada de SL-SECUENCIA, dandola de
      *alta si aun no estaba; cero si la tabla esta llena.
       BUSCA-SECUENCIA.
           MOVE 0 TO SEC-SUB
           IF SEC-COUNT > 0
               SET SEC-IX TO 1
               SEARCH SEC-ENTRADA
                   WHEN ST-NOMBRE (SEC-IX) = SL-SECUENCIA
                       SET SEC-SUB TO SEC-IX
               END-SEARCH
           END-IF
           IF SEC-SUB = 0
               IF SEC-COUNT < 200
                   ADD 1 TO SEC-COUNT
                   MOVE SEC-COUNT TO SEC-SUB
                   MOVE SL-SECUENCIA TO ST-NOMBRE (SEC-SUB)
                   MOVE "N" TO ST-EN-FICHERO (SEC-SUB)
                   MOVE "N" TO ST-CON-LOG (SEC-SUB)
                   MOVE 0 TO ST-SIGUIENTE (SEC-SUB)
                   MOVE 0 TO ST-PRIMER (SEC-SUB)
                   MOVE 0 TO ST-VUELTAS (SEC-SUB)
                   MOVE 0 TO ST-ULTIMO (SEC-SUB)
                   MOVE 0 TO ST-EMITIDOS (SEC-SUB)
                   MOVE 0 TO ST-REINICIOS (SEC-SUB)
                   MOVE 0 TO ST-SALTADOS (SEC-SUB)
                   MOVE 0 TO ST-REPETIDOS (SEC-SUB)
                   MOVE 0 TO ST-SIN-USO (SEC-SUB)
                   MOVE 0 TO ST-NO-EMITIDOS (SEC-SUB)
                   MOVE 0 TO ST-POR-EMITIR (SEC-SUB)
                   EVALUATE SL-SECUENCIA
                       WHEN "EMPLEADO"
                           MOVE SEC-SUB TO SEC-EMPLEADO
                       WHEN "LOTE"
                           MOVE SEC-SUB TO SEC-LOTE
                       WHEN "TABLASEJEC"
                           MOVE SEC-SUB TO SEC-TABLAS
                   END-EVALUATE
               ELSE
                   MOVE "S" TO SEC-DESBORDE-SW
               END-IF
           END-IF.

      *Bajo el cerrojo los numeros salen seguidos: un salto es un
      *hueco y un numero que no avanza es una reemision, salvo en el
      *primero tras volver al minimo.
       REVISA-LOG.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Emisiones anotadas en SECLOG.DAT:" TO RPT-LINE
           WRITE RPT-LINE
           IF SEC-EMPLEADO > 0
               OPEN INPUT EMPLOYEE-MASTER
           END-IF
           OPEN INPUT SECUENCIAS-LOG
           IF SL-STATUS NOT = "00"
               MOVE "  No se encontro SECLOG.DAT." TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM UNTIL SL-STATUS NOT = "00"
                   READ SECUENCIAS-LOG
                       AT END
                           MOVE "10" TO SL-STATUS
                       NOT AT END
                           PERFORM REVISA-EMISION
                   END-READ
               END-PERFORM
               CLOSE SECUENCIAS-LOG
           END-IF
           IF SEC-EMPLEADO > 0
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF SEC-DESBORDE
               MOVE "  Mas de 200 secuencias: el resto no se revisa."
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       REVISA-EMISION.
           PERFORM BUSCA-SECUENCIA
           IF SEC-SUB > 0
               ADD 1 TO ST-EMITIDOS (SEC-SUB)
               EVALUATE TRUE
                   WHEN SL-REINICIO
                       ADD 1 TO ST-REINICIOS (SEC-SUB)
                   WHEN NOT ST-HAY-LOG (SEC-SUB)
                       PERFORM REVISA-PRIMERA-EMISION
                   WHEN SL-NUMERO > ST-ULTIMO (SEC-SUB) + 1
                       COMPUTE HUECO-DESDE = ST-ULTIMO (SEC-SUB) + 1
                       COMPUTE HUECO-HASTA = SL-NUMERO - 1
                       PERFORM ANOTA-HUECO
                   WHEN SL-NUMERO NOT > ST-ULTIMO (SEC-SUB)
                       PERFORM ANOTA-REPETIDO
               END-EVALUATE
               MOVE "S" TO ST-CON-LOG (SEC-SUB)
               MOVE SL-NUMERO TO ST-ULTIMO (SEC-SUB)
               IF SEC-SUB = SEC-EMPLEADO
                   PERFORM REVISA-ALTA-EMITIDA
               END-IF
           END-IF.

      *La primera emision anotada ha de ser el valor con el que el
      *servicio heredo la secuencia.
       REVISA-PRIMERA-EMISION.
           IF ST-PRIMER (SEC-SUB) > 0
               IF SL-NUMERO > ST-PRIMER (SEC-SUB)
                   MOVE ST-PRIMER (SEC-SUB) TO HUECO-DESDE
                   COMPUTE HUECO-HASTA = SL-NUMERO - 1
                   PERFORM ANOTA-HUECO
               END-IF
               IF SL-NUMERO < ST-PRIMER (SEC-SUB)
                   PERFORM ANOTA-REPETIDO
               END-IF
           END-IF.

       ANOTA-HUECO.
           COMPUTE ST-SALTADOS (SEC-SUB) = ST-SALTADOS (SEC-SUB)
               + HUECO-HASTA - HUECO-DESDE + 1
           IF HUECO-COUNT < 2000
               ADD 1 TO HUECO-COUNT
               MOVE SEC-SUB     TO HU-SECUENCIA (HUECO-COUNT)
               MOVE HUECO-DESDE TO HU-DESDE (HUECO-COUNT)
               MOVE HUECO-HASTA TO HU-HASTA (HUECO-COUNT)
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  " ST-NOMBRE (SEC-SUB) " hueco: del "
                  HUECO-DESDE " al " HUECO-HASTA
                  " no constan emitidos"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM ESCRIBE-INCIDENCIA.

       ANOTA-REPETIDO.
           ADD 1 TO ST-REPETIDOS (SEC-SUB)
           MOVE SPACES TO RPT-LINE
           STRING "  " ST-NOMBRE (SEC-SUB) " reemitido: "
                  SL-NUMERO " a " SL-PROGRAMA " (" SL-OPERADOR-ID
                  ") el " SL-TIMESTAMP (1:14)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM ESCRIBE-INCIDENCIA.

       REVISA-ALTA-EMITIDA.
           MOVE SL-NUMERO TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "23" TO EM-STATUS
           END-READ
           IF EM-STATUS NOT = "00"
               ADD 1 TO ST-SIN-USO (SEC-SUB)
               MOVE SPACES TO RPT-LINE
               STRING "  EMPLEADO     sin uso: " SL-NUMERO
                      " emitido a " SL-PROGRAMA " (" SL-OPERADOR-ID
                      ") no esta en EMPMAST.DAT"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM ESCRIBE-INCIDENCIA
           END-IF
           MOVE "00" TO EM-STATUS.

      *Lo que SECUENC.DAT da por emitido y el log no anota (caida
      *entre la regrabacion y la anotacion), o una secuencia que ha
      *vuelto atras y emitira otra vez lo ya emitido.
       REVISA-PENDIENTE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Secuencias frente a lo anotado:" TO RPT-LINE
           WRITE RPT-LINE
           IF SEC-COUNT > 0
               PERFORM VARYING SEC-SUB FROM 1 BY 1
                       UNTIL SEC-SUB > SEC-COUNT
                   PERFORM REVISA-UNA-SECUENCIA
               END-PERFORM
           END-IF.

       REVISA-UNA-SECUENCIA.
           EVALUATE TRUE
               WHEN NOT ST-REGISTRADA (SEC-SUB)
                   MOVE SPACES TO RPT-LINE
                   STRING "  " ST-NOMBRE (SEC-SUB)
                          " figura en SECLOG.DAT pero no en "
                          "SECUENC.DAT"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM ESCRIBE-INCIDENCIA
               WHEN NOT ST-HAY-LOG (SEC-SUB)
                   IF ST-SIGUIENTE (SEC-SUB) > ST-PRIMER (SEC-SUB)
                       MOVE ST-PRIMER (SEC-SUB) TO HUECO-DESDE
                       COMPUTE HUECO-HASTA = ST-SIGUIENTE (SEC-SUB) - 1
                       PERFORM ANOTA-HUECO
                   END-IF
               WHEN ST-SIGUIENTE (SEC-SUB) > ST-ULTIMO (SEC-SUB) + 1
                   COMPUTE HUECO-DESDE = ST-ULTIMO (SEC-SUB) + 1
                   COMPUTE HUECO-HASTA = ST-SIGUIENTE (SEC-SUB) - 1
                   PERFORM ANOTA-HUECO
               WHEN ST-SIGUIENTE (SEC-SUB) NOT > ST-ULTIMO (SEC-SUB)
                   COMPUTE ST-POR-EMITIR (SEC-SUB) =
                       ST-POR-EMITIR (SEC-SUB) + ST-ULTIMO (SEC-SUB)
                       - ST-SIGUIENTE (SEC-SUB) + 1
                   MOVE SPACES TO RPT-LINE
                   STRING "  " ST-NOMBRE (SEC-SUB)
                          " va por detras del log: siguiente "
                          ST-SIGUIENTE (SEC-SUB) ", ultimo anotado "
                          ST-ULTIMO (SEC-SUB) " (realinear con "
                          "RESTAURA)"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM ESCRIBE-INCIDENCIA
           END-EVALUATE.

       REVISA-MAESTRO.
           IF SEC-EMPLEADO > 0
               MOVE SEC-EMPLEADO TO SEC-SUB
               MOVE "EMPMAST.DAT" TO FICHERO-USO
               OPEN INPUT EMPLOYEE-MASTER
               IF EM-STATUS = "00"
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
                   PERFORM UNTIL EM-STATUS NOT = "00"
                       MOVE EM-EMPLOYEE-ID TO NUMERO-USO
                       PERFORM REVISA-NUMERO-USADO
                       READ EMPLOYEE-MASTER NEXT RECORD
                           AT END
                               MOVE "10" TO EM-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-MASTER
               END-IF
           END-IF.

      *La escena guarda los registros de un lote seguidos: cada lote
      *se revisa una vez.
       REVISA-ESCENA.
           IF SEC-LOTE > 0
               MOVE SEC-LOTE TO SEC-SUB
               MOVE "EMPSTAGE.DAT" TO FICHERO-USO
               MOVE 0 TO LOTE-ANTERIOR
               OPEN INPUT EMP-STAGING
               IF STG-STATUS = "00"
                   PERFORM UNTIL STG-STATUS NOT = "00"
                       READ EMP-STAGING
                           AT END
                               MOVE "10" TO STG-STATUS
                           NOT AT END
                               IF SG-LOTE IS NUMERIC
                                       AND SG-LOTE NOT = LOTE-ANTERIOR
                                   MOVE SG-LOTE TO NUMERO-USO
                                   MOVE SG-LOTE TO LOTE-ANTERIOR
                                   PERFORM REVISA-NUMERO-USADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMP-STAGING
               END-IF
           END-IF.

      *Las tablas de una ejecucion salen seguidas; si el numero
      *vuelve a aparecer tras otro, dos ejecuciones lo compartieron.
       REVISA-TABLAS.
           IF SEC-TABLAS > 0
               MOVE SEC-TABLAS TO SEC-SUB
               MOVE "TABLASGEN.DAT" TO FICHERO-USO
               MOVE 0 TO EJEC-ANTERIOR
               MOVE 0 TO EJEC-COUNT
               OPEN INPUT TABLAS-GENERADAS
               IF TG-STATUS = "00"
                   PERFORM UNTIL TG-STATUS NOT = "00"
                       READ TABLAS-GENERADAS
                           AT END
                               MOVE "10" TO TG-STATUS
                           NOT AT END
                               IF TG-RUN-NUMBER IS NUMERIC
                                       AND TG-RUN-NUMBER
                                           NOT = EJEC-ANTERIOR
                                   MOVE TG-RUN-NUMBER TO EJEC-ANTERIOR
                                   PERFORM REVISA-EJECUCION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TABLAS-GENERADAS
               END-IF
           END-IF.

       REVISA-EJECUCION.
           MOVE TG-RUN-NUMBER TO NUMERO-USO
           MOVE "N" TO HALLADO-SW
           IF EJEC-COUNT > 0
               SET EJ-IX TO 1
               SEARCH EJEC-ENTRADA
                   WHEN EJ-NUMERO (EJ-IX) = NUMERO-USO
                       MOVE "S" TO HALLADO-SW
               END-SEARCH
           END-IF
           IF HALLADO
               ADD 1 TO ST-REPETIDOS (SEC-SUB)
               MOVE SPACES TO RPT-LINE
               STRING "  TABLASEJEC   ejecucion " NUMERO-USO
                      " repetida en TABLASGEN.DAT (otra tanda el "
                      TG-TIMESTAMP (1:8) ")"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM ESCRIBE-INCIDENCIA
           ELSE
               IF EJEC-COUNT < 5000
                   ADD 1 TO EJEC-COUNT
                   MOVE NUMERO-USO TO EJ-NUMERO (EJEC-COUNT)
               END-IF
               PERFORM REVISA-NUMERO-USADO
           END-IF.

      *Solo se juzga lo emitido desde que el servicio lleva la
      *secuencia y mientras no haya vuelto al minimo: lo anterior lo
      *emitio el contador antiguo.
       REVISA-NUMERO-USADO.
           IF ST-REGISTRADA (SEC-SUB) AND ST-VUELTAS (SEC-SUB) = 0
                   AND ST-PRIMER (SEC-SUB) > 0
                   AND NUMERO-USO NOT < ST-PRIMER (SEC-SUB)
               IF NUMERO-USO NOT < ST-SIGUIENTE (SEC-SUB)
                   ADD 1 TO ST-POR-EMITIR (SEC-SUB)
                   MOVE SPACES TO RPT-LINE
                   STRING "  " ST-NOMBRE (SEC-SUB) " "
                          NUMERO-USO " en " FICHERO-USO
                          " y aun por emitir: se repetira"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM ESCRIBE-INCIDENCIA
               ELSE
                   PERFORM BUSCA-EN-HUECO
                   IF HALLADO
                       ADD 1 TO ST-NO-EMITIDOS (SEC-SUB)
                       MOVE SPACES TO RPT-LINE
                       STRING "  " ST-NOMBRE (SEC-SUB) " "
                              NUMERO-USO " en " FICHERO-USO
                              " sin emision anotada"
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM ESCRIBE-INCIDENCIA
                   END-IF
               END-IF
           END-IF.

       BUSCA-EN-HUECO.
           MOVE "N" TO HALLADO-SW
           IF HUECO-COUNT > 0
               SET HU-IX TO 1
               SEARCH HUECO-ENTRADA
                   WHEN HU-SECUENCIA (HU-IX) = SEC-SUB
                           AND NUMERO-USO NOT < HU-DESDE (HU-IX)
                           AND NUMERO-USO NOT > HU-HASTA (HU-IX)
                       MOVE "S" TO HALLADO-SW
               END-SEARCH
           END-IF.

       ESCRIBE-INCIDENCIA.
           WRITE RPT-LINE
           ADD 1 TO TOTAL-INCIDENCIAS
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Secuencia    Siguiente Emitidos Vueltas Saltados Reem"
             & "itidos Sin uso No emitidos Por emitir" TO RPT-LINE
           WRITE RPT-LINE
           IF SEC-COUNT > 0
               PERFORM VARYING SEC-SUB FROM 1 BY 1
                       UNTIL SEC-SUB > SEC-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING ST-NOMBRE (SEC-SUB) " "
                          ST-SIGUIENTE (SEC-SUB) "   "
                          ST-EMITIDOS (SEC-SUB) "    "
                          ST-REINICIOS (SEC-SUB) " "
                          ST-SALTADOS (SEC-SUB) "  "
                          ST-REPETIDOS (SEC-SUB) " "
                          ST-SIN-USO (SEC-SUB) "     "
                          ST-NO-EMITIDOS (SEC-SUB) "    "
                          ST-POR-EMITIR (SEC-SUB)
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Total incidencias: " TOTAL-INCIDENCIAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INFSECU.
