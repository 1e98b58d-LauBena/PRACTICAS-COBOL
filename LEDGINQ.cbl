      *          archivo, las generaciones que LEDGARCH anoto en
      *          CATARCH.DAT; imprime el detalle paginado en
      *          LEDGER.PRT indicando la fuente (vivo o archivo) de
      *          cada apunte y una linea de totales de la seleccion. Los
      *          apuntes generados por una orden fija muestran su numero
      *          de orden, leido de ORDFLDG.DAT. Los pasos de una cadena
      *          de calculo muestran cadena y paso (CALSERIE.DAT) y la
      *          consulta puede limitarse a una cadena entera. Puede
      *          pedirse en diferido desde GO-TO: ejecutado por COLAEJEC
      *          toma los filtros de la peticion de la cola (COLAPAR) en
      *          lugar de pedirlos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CATALOGO-ARCHIVOS ASSIGN TO "CATARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT ORDEN-LEDGER ASSIGN TO "ORDFLDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-CLAVE-LEDGER
               FILE STATUS IS ORL-STATUS.
           SELECT SERIE-LEDGER ASSIGN TO "CALSERIE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CLAVE
               ALTERNATE RECORD KEY IS SL-CLAVE-LEDGER
               FILE STATUS IS SRL-STATUS.
           SELECT LEDGER-ARCHIVO ASSIGN TO DYNAMIC ARCHIVO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-STATUS.
       01  RPT-LINE                  PIC X(100).
       FD  CATALOGO-ARCHIVOS.
       COPY CATARCH.
       FD  ORDEN-LEDGER.
       COPY ORDFLDG.
       FD  SERIE-LEDGER.
       COPY CALSERIE.
       FD  LEDGER-ARCHIVO.
       01  ARCHIVO-REGISTRO          PIC X(200).
       WORKING-STORAGE SECTION.
       01  RPT-STATUS          PIC XX.
       01  CAT-STATUS          PIC XX.
       01  ARC-STATUS          PIC XX.
       01  ORL-STATUS          PIC XX.
       01  TRAZA-ABIERTA-SW    PIC X VALUE "N".
           88  TRAZA-ABIERTA          VALUE "S".
       01  SRL-STATUS          PIC XX.
       01  SERIES-ABIERTA-SW   PIC X VALUE "N".
           88  SERIES-ABIERTA         VALUE "S".
       01  SERIE-FILTRO-X      PIC X(08).
       01  SERIE-FILTRO REDEFINES SERIE-FILTRO-X PIC 9(08).
       01  SERIE-REGISTRO      PIC 9(08).
       01  ARCHIVO-NOMBRE      PIC X(21).
       01  FUENTE              PIC X(04).
       01  FECHA-DESDE-X       PIC X(08).
           05  WL-RESULTADO       PIC -9(09).99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WL-FUENTE          PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WL-ORDEN           PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WL-SERIE.
               10  WL-SERIE-ID    PIC X(08).
               10  WL-SERIE-GUION PIC X(01).
               10  WL-SERIE-PASO  PIC X(02).
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY COLAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           MOVE "LEDGINQ" TO CJ-PROGRAMA.
           CALL "COLAPAR" USING COLAPAR-PARM.
           PERFORM CAPTURA-FILTROS.
           OPEN OUTPUT LEDGER-REPORT.
           PERFORM ESCRIBE-CABECERA.
           PERFORM ABRE-TRAZA-ORDENES.
           PERFORM ABRE-TRAZA-SERIES.
           PERFORM RECORRE-LEDGER.
           PERFORM RECORRE-ARCHIVOS.
           IF TRAZA-ABIERTA
               CLOSE ORDEN-LEDGER
           END-IF.
           IF SERIES-ABIERTA
               CLOSE SERIE-LEDGER
           END-IF.
           PERFORM ESCRIBE-TOTALES.
           CLOSE LEDGER-REPORT.
           DISPLAY "Consulta finalizada. Registros seleccionados: "

       CAPTURA-FILTROS.
           DISPLAY "Fecha desde AAAAMMDD (espacios para todas): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (1) TO FECHA-DESDE-X
           ELSE
               ACCEPT FECHA-DESDE-X
           END-IF.
           IF FECHA-DESDE-X = SPACES OR FECHA-DESDE-X NOT NUMERIC
               MOVE 0 TO FECHA-DESDE
           END-IF.
           DISPLAY "Fecha hasta AAAAMMDD (espacios para todas): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (2) TO FECHA-HASTA-X
           ELSE
               ACCEPT FECHA-HASTA-X
           END-IF.
           IF FECHA-HASTA-X = SPACES OR FECHA-HASTA-X NOT NUMERIC
               MOVE 99999999 TO FECHA-HASTA
           END-IF.
           DISPLAY "Operador (espacios para todos): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (3) TO OPERADOR-FILTRO
           ELSE
               ACCEPT OPERADOR-FILTRO
           END-IF.
           DISPLAY "Operacion (espacios para todas): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (4) TO OPERACION-FILTRO
           ELSE
               ACCEPT OPERACION-FILTRO
           END-IF.
           DISPLAY "Cadena de calculo (espacios para todas): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (5) TO SERIE-FILTRO-X
           ELSE
               ACCEPT SERIE-FILTRO-X
           END-IF.
           IF SERIE-FILTRO-X = SPACES OR SERIE-FILTRO-X NOT NUMERIC
               MOVE 0 TO SERIE-FILTRO
           END-IF.

       RECORRE-LEDGER.
           MOVE "VIVO" TO FUENTE
           ELSE
               MOVE CL-TIMESTAMP (1:8) TO FECHA-REGISTRO
           END-IF
           PERFORM BUSCA-SERIE-APUNTE
           IF FECHA-REGISTRO >= FECHA-DESDE
                   AND FECHA-REGISTRO <= FECHA-HASTA
                   AND (OPERADOR-FILTRO = SPACES
                       OR CL-OPERADOR-ID = OPERADOR-FILTRO)
                   AND (OPERACION-FILTRO = SPACES
                       OR CL-OPERACION = OPERACION-FILTRO)
                   AND (SERIE-FILTRO = 0
                       OR SERIE-REGISTRO = SERIE-FILTRO)
               ADD 1 TO SELECCIONADOS
               ADD CL-RESULTADO TO SUMA-SELECCION
               PERFORM ESCRIBE-LINEA-DETALLE
           MOVE CL-NUM2            TO WL-NUM2
           MOVE CL-RESULTADO       TO WL-RESULTADO
           MOVE FUENTE             TO WL-FUENTE
           PERFORM BUSCA-ORDEN-ORIGEN
           MOVE LINEA-DETALLE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO RPT-LINEAS.

      *Sin ORDFLDG.DAT no hay apuntes de ordenes fijas y la columna
      *de orden queda en blanco.
       ABRE-TRAZA-ORDENES.
           OPEN INPUT ORDEN-LEDGER
           IF ORL-STATUS = "00"
               MOVE "S" TO TRAZA-ABIERTA-SW
           END-IF.

       BUSCA-ORDEN-ORIGEN.
           MOVE SPACES TO WL-ORDEN
           IF TRAZA-ABIERTA
               MOVE CL-KEY TO OL-CLAVE-LEDGER
               READ ORDEN-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OL-ORDEN-ID TO WL-ORDEN
               END-READ
           END-IF.

      *Los pasos del modo encadenado de OPERACIONES-BASICAS se
      *localizan en CALSERIE.DAT por la clave del apunte; filtrando
      *por una cadena el listado la muestra entera y en orden.
       ABRE-TRAZA-SERIES.
           OPEN INPUT SERIE-LEDGER
           IF SRL-STATUS = "00"
               MOVE "S" TO SERIES-ABIERTA-SW
           END-IF.

       BUSCA-SERIE-APUNTE.
           MOVE 0 TO SERIE-REGISTRO
           MOVE SPACES TO WL-SERIE
           IF SERIES-ABIERTA
               MOVE CL-KEY TO SL-CLAVE-LEDGER
               READ SERIE-LEDGER KEY IS SL-CLAVE-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SL-SERIE-ID TO SERIE-REGISTRO
                       MOVE SL-SERIE-ID TO WL-SERIE-ID
                       MOVE "-"         TO WL-SERIE-GUION
                       MOVE SL-PASO     TO WL-SERIE-PASO
               END-READ
           END-IF.

       ESCRIBE-TOTALES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
