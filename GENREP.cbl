      *          generaciones con fecha, los deja vacios para el dia
      *          siguiente, mantiene el catalogo de generaciones
      *          CATGEN.DAT y purga las que exceden la retencion
      *          configurada por informe en RETGEN.DAT. Cada
      *          generacion nueva se reparte segun la lista de
      *          distribucion DISTRIB.DAT: tantas copias como indica
      *          cada destinatario, con su portada, en el fichero de
      *          reparto DISTaaaammdd.PRT, y cada entrega queda anotada
      *          en el log de distribucion DISTLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RETENCION-FILE ASSIGN TO "RETGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-STATUS.
           SELECT DISTRIB-FILE ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIS-STATUS.
           SELECT DISTLOG-FILE ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSL-STATUS.
           SELECT REPARTO-FILE ASSIGN TO DYNAMIC REPARTO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  RETENCION-RECORD.
           05  RG-INFORME             PIC X(12).
           05  RG-GENERACIONES        PIC 9(02).
       FD  DISTRIB-FILE.
       COPY DISTRIB.
       FD  DISTLOG-FILE.
       COPY DISTLOG.
       FD  REPARTO-FILE.
       01  REPARTO-LINEA             PIC X(150).
       WORKING-STORAGE SECTION.
       01  ENT-STATUS          PIC XX.
       01  SAL-STATUS          PIC XX.
       01  CAT-STATUS          PIC XX.
       01  RET-STATUS          PIC XX.
       01  DIS-STATUS          PIC XX.
       01  DSL-STATUS          PIC XX.
       01  REP-STATUS          PIC XX.
       01  REPARTO-NOMBRE      PIC X(20).
       01  COPIA-NUM           PIC 9(02).
       01  ENTREGAS            PIC 9(04) VALUE 0.
       01  ENTRADA-NOMBRE      PIC X(20).
       01  SALIDA-NOMBRE       PIC X(24).
       01  HOY                 PIC 9(08).
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HOY.
           MOVE SPACES TO REPARTO-NOMBRE.
           STRING "DIST" HOY ".PRT" DELIMITED BY SIZE
               INTO REPARTO-NOMBRE.
           PERFORM CARGA-CATALOGO.
           PERFORM VARYING INFORME-NUM FROM 1 BY 1
                   UNTIL INFORME-NUM > 5
           END-PERFORM.
           PERFORM APLICA-RETENCION.
           PERFORM GRABA-CATALOGO.
           DISPLAY "Limpieza de informes completada. Entregas: "
                   ENTREGAS.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.
               PERFORM ANOTA-GENERACION
               DISPLAY "  " ENTRADA-NOMBRE " -> " SALIDA-NOMBRE
                       " (" LINEAS-COPIADAS " lineas)"
               PERFORM DISTRIBUYE-GENERACION
           END-IF.

      *Reparte la generacion recien cerrada a cada destinatario que
      *la lista de distribucion tiene para el informe.
       DISTRIBUYE-GENERACION.
           OPEN INPUT DISTRIB-FILE
           IF DIS-STATUS = "00"
               PERFORM UNTIL DIS-STATUS NOT = "00"
                   READ DISTRIB-FILE
                       AT END
                           MOVE "10" TO DIS-STATUS
                       NOT AT END
                           IF DR-INFORME = INF-NOMBRE (INFORME-NUM)
                                   AND DR-COPIAS IS NUMERIC
                                   AND DR-COPIAS > 0
                               PERFORM ENTREGA-DESTINATARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIB-FILE
           END-IF.

       ENTREGA-DESTINATARIO.
           OPEN EXTEND REPARTO-FILE
           IF REP-STATUS = "35"
               OPEN OUTPUT REPARTO-FILE
               CLOSE REPARTO-FILE
               OPEN EXTEND REPARTO-FILE
           END-IF
           PERFORM VARYING COPIA-NUM FROM 1 BY 1
                   UNTIL COPIA-NUM > DR-COPIAS
               PERFORM ESCRIBE-COPIA
           END-PERFORM
           CLOSE REPARTO-FILE
           MOVE HOY                      TO DS-FECHA
           MOVE "D"                      TO DS-TIPO
           MOVE INF-NOMBRE (INFORME-NUM) TO DS-INFORME
           MOVE SALIDA-NOMBRE (1:20)     TO DS-GENERACION
           MOVE DR-DESTINATARIO          TO DS-DESTINATARIO
           MOVE DR-COPIAS                TO DS-COPIAS
           MOVE REPARTO-NOMBRE           TO DS-SALIDA
           MOVE FUNCTION CURRENT-DATE    TO DS-TIMESTAMP
           OPEN EXTEND DISTLOG-FILE
           IF DSL-STATUS = "35"
               OPEN OUTPUT DISTLOG-FILE
               CLOSE DISTLOG-FILE
               OPEN EXTEND DISTLOG-FILE
           END-IF
           WRITE DISTLOG-RECORD
           CLOSE DISTLOG-FILE
           ADD 1 TO ENTREGAS
           DISPLAY "    entregado a " DR-DESTINATARIO ": "
                   DR-COPIAS " copia(s)".

      *Cada copia lleva su portada con el destinatario y la ubicacion
      *y a continuacion el contenido completo de la generacion.
       ESCRIBE-COPIA.
           MOVE ALL "=" TO REPARTO-LINEA
           WRITE REPARTO-LINEA
           MOVE SPACES TO REPARTO-LINEA
           STRING "DISTRIBUCION " INF-NOMBRE (INFORME-NUM)
                  " " SALIDA-NOMBRE
                  " para " DR-DESTINATARIO " - " DR-UBICACION
                  " copia " COPIA-NUM " de " DR-COPIAS
               DELIMITED BY SIZE INTO REPARTO-LINEA
           WRITE REPARTO-LINEA
           MOVE ALL "=" TO REPARTO-LINEA
           WRITE REPARTO-LINEA
           OPEN INPUT SALIDA-FILE
           IF SAL-STATUS = "00"
               PERFORM UNTIL SAL-STATUS NOT = "00"
                   READ SALIDA-FILE
                       AT END
                           MOVE "10" TO SAL-STATUS
                       NOT AT END
                           MOVE SALIDA-LINEA TO REPARTO-LINEA
                           WRITE REPARTO-LINEA
                   END-READ
               END-PERFORM
               CLOSE SALIDA-FILE
           END-IF.

       ANOTA-GENERACION.
