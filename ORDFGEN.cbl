      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Generador de las ordenes fijas de ORDFIJA.DAT, a
      *          ejecutar antes del lote de OPERACIONES-BASICAS: con la
      *          fecha de negocio de FECHAPRO.DAT escribe en
      *          OPSBATCH.DAT una linea por cada orden activa que vence
      *          hoy, con su numero de orden para la traza del libro,
      *          y deja el lote con cabecera y cola de control
      *          (recuento y hash de NUM1 mas NUM2). Lo que venza en
      *          fin de semana o en un festivo de FESTIVOS.DAT pasa al
      *          siguiente dia habil. Las lineas tecleadas a mano se
      *          conservan; una segunda ejecucion del mismo dia vuelve
      *          a generar las mismas lineas sin duplicarlas. El
      *          detalle sale en ORDFGEN.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDFGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-FIJAS ASSIGN TO "ORDFIJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-ORDEN-ID
               FILE STATUS IS ORF-STATUS.
           SELECT OPS-BATCH ASSIGN TO "OPSBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPB-STATUS.
           SELECT OPS-RESTART ASSIGN TO "OPSBRST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORS-STATUS.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FES-STATUS.
           SELECT GENERA-REPORT ASSIGN TO "ORDFGEN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-FIJAS.
       COPY ORDFIJA.
       FD  OPS-BATCH.
       COPY OPSLOTE.
       FD  OPS-RESTART.
       01  OPS-RESTART-RECORD.
           05  RSO-REGISTRO         PIC 9(06).
           05  RSO-ESTADO           PIC X.
       FD  FESTIVOS-FILE.
       01  FESTIVO-RECORD           PIC 9(08).
       FD  GENERA-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  ORF-STATUS          PIC XX.
       01  OPB-STATUS          PIC XX.
       01  ORS-STATUS          PIC XX.
       01  FES-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  LOTE-A-MEDIAS-SW    PIC X VALUE "N".
           88  LOTE-A-MEDIAS          VALUE "S".
       01  CABECERA-PREVIA-SW  PIC X VALUE "N".
           88  HAY-CABECERA-PREVIA    VALUE "S".
       01  CABECERA-FECHA      PIC 9(08) VALUE 0.
       01  TABLA-DESBORDADA-SW PIC X VALUE "N".
           88  TABLA-DESBORDADA       VALUE "S".
       01  LOTE-COUNT          PIC 9(03) VALUE 0.
       01  LOTE-TABLA.
           05  LOTE-ENTRADA OCCURS 1 TO 999 TIMES
                   DEPENDING ON LOTE-COUNT
                   INDEXED BY LOTE-IX.
               10  LT-REGISTRO.
                   15  LT-NUM1        PIC S9(04)V99.
                   15  LT-NUM2        PIC S9(04)V99.
                   15  LT-OPERACION   PIC X.
                   15  LT-ORDEN-ID    PIC X(06).
       01  CONSERVADAS         PIC 9(05) VALUE 0.
       01  DESCARTADAS         PIC 9(05) VALUE 0.
       01  GENERADAS           PIC 9(05) VALUE 0.
       01  ORDENES-LEIDAS      PIC 9(05) VALUE 0.
       01  LOTE-HASH           PIC S9(11)V99 VALUE 0.
       01  DIAS-NEGOCIO        PIC 9(07).
       01  DIAS-INICIO-VENTANA PIC 9(07).
       01  DIAS-NOMINAL        PIC 9(07).
       01  DIAS-ENTEROS        PIC 9(07).
       01  COCIENTE-DIAS       PIC 9(07).
       01  DIA-SEMANA          PIC 9(01).
       01  DIA-PLAN            PIC 9(01).
       01  CANDIDATA           PIC 9(08).
       01  FECHA-NOMINAL       PIC 9(08).
       01  FECHA-NOMINAL-R REDEFINES FECHA-NOMINAL.
           05  NOM-ANIO            PIC 9(04).
           05  NOM-MES             PIC 9(02).
           05  NOM-DIA             PIC 9(02).
       01  FECHA-SIGUIENTE     PIC 9(08).
       01  FECHA-SIGUIENTE-R REDEFINES FECHA-SIGUIENTE.
           05  SIG-ANIO            PIC 9(04).
           05  SIG-MES             PIC 9(02).
           05  SIG-DIA             PIC 9(02).
       01  ES-HABIL            PIC X VALUE "N".
           88  DIA-ES-HABIL           VALUE "S".
       01  ES-FESTIVO          PIC X VALUE "N".
           88  DIA-ES-FESTIVO         VALUE "S".
       01  ULTIMO-HABIL-SW     PIC X VALUE "N".
           88  ES-ULTIMO-HABIL        VALUE "S".
       01  ORDEN-VENCE-SW      PIC X VALUE "N".
           88  ORDEN-VENCE            VALUE "S".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       COPY JRNLPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM COMPRUEBA-REANUDACION.
           IF LOTE-A-MEDIAS
               DISPLAY "El lote de OPSBATCH.DAT quedo a medias "
                       "(OPSBRST.DAT); no se generan ordenes fijas "
                       "hasta que se reanude."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           COMPUTE DIAS-NEGOCIO =
               FUNCTION INTEGER-OF-DATE (FN-FECHA-NEGOCIO).
           MOVE DIAS-NEGOCIO TO DIAS-ENTEROS.
           MOVE FN-FECHA-NEGOCIO TO CANDIDATA.
           PERFORM COMPRUEBA-HABIL.
           IF NOT DIA-ES-HABIL
               DISPLAY "La fecha de negocio " FN-FECHA-NEGOCIO
                       " no es dia habil; lo que venza pasa al "
                       "siguiente."
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CALCULA-VENTANA.
           PERFORM CARGA-LOTE-PREVIO.
           IF TABLA-DESBORDADA
               DISPLAY "OPSBATCH.DAT pasa de 999 lineas; no se "
                       "generan ordenes fijas."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM ABRE-INFORME.
           PERFORM GENERA-ORDENES.
           IF TABLA-DESBORDADA
               MOVE SPACES TO RPT-LINE
               STRING "  OPSBATCH.DAT llegaria a mas de 999 lineas; "
                      "no se graba el lote."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               IF HAY-CABECERA-PREVIA OR GENERADAS > 0
                   PERFORM GRABA-LOTE
                   PERFORM MARCA-GENERACION
               END-IF
           END-IF.
           PERFORM ESCRIBE-TOTALES.
           CLOSE GENERA-REPORT.
           DISPLAY "Ordenes fijas: " GENERADAS " generadas, "
                   CONSERVADAS " lineas a mano conservadas.".

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "ORDFGEN"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "ORDFGEN"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

      *Un lote con punto de control pendiente se reanuda por numero
      *de registro: regrabar OPSBATCH.DAT ahora lo descuadraria.
       COMPRUEBA-REANUDACION.
           MOVE "N" TO LOTE-A-MEDIAS-SW
           OPEN INPUT OPS-RESTART
           IF ORS-STATUS = "00"
               READ OPS-RESTART
                   NOT AT END
                       IF RSO-ESTADO = "P"
                           MOVE "S" TO LOTE-A-MEDIAS-SW
                       END-IF
               END-READ
               CLOSE OPS-RESTART
           END-IF.

      *La ventana de vencimientos va del dia siguiente al ultimo
      *habil anterior hasta hoy: lo que cayo en el fin de semana o en
      *festivos se genera hoy, primer dia habil tras su fecha.
       CALCULA-VENTANA.
           MOVE DIAS-NEGOCIO TO DIAS-ENTEROS
           MOVE "N" TO ES-HABIL
           PERFORM BUSCA-ANTERIOR-HABIL
               UNTIL DIA-ES-HABIL
                   OR DIAS-ENTEROS < DIAS-NEGOCIO - 31
           COMPUTE DIAS-INICIO-VENTANA = DIAS-ENTEROS + 1
           MOVE DIAS-NEGOCIO TO DIAS-ENTEROS
           PERFORM COMPRUEBA-ULTIMO-HABIL.

       BUSCA-ANTERIOR-HABIL.
           SUBTRACT 1 FROM DIAS-ENTEROS
           COMPUTE CANDIDATA =
               FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
           PERFORM COMPRUEBA-HABIL.

      *Es ultimo dia habil del mes si el siguiente dia habil (sin
      *fines de semana ni festivos) ya cae en otro mes.
       COMPRUEBA-ULTIMO-HABIL.
           MOVE "N" TO ES-HABIL
           MOVE "N" TO ULTIMO-HABIL-SW
           PERFORM BUSCA-SIGUIENTE-HABIL UNTIL DIA-ES-HABIL
           IF CANDIDATA (1:6) NOT = FN-FECHA-NEGOCIO (1:6)
               MOVE "S" TO ULTIMO-HABIL-SW
           END-IF.

       BUSCA-SIGUIENTE-HABIL.
           ADD 1 TO DIAS-ENTEROS
           COMPUTE CANDIDATA =
               FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
           PERFORM COMPRUEBA-HABIL.

       COMPRUEBA-HABIL.
           MOVE "N" TO ES-HABIL
           DIVIDE DIAS-ENTEROS BY 7 GIVING COCIENTE-DIAS
               REMAINDER DIA-SEMANA
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               CONTINUE
           ELSE
               PERFORM COMPRUEBA-FESTIVO
               IF NOT DIA-ES-FESTIVO
                   MOVE "S" TO ES-HABIL
               END-IF
           END-IF.

       COMPRUEBA-FESTIVO.
           MOVE "N" TO ES-FESTIVO
           OPEN INPUT FESTIVOS-FILE
           IF FES-STATUS = "00"
               PERFORM UNTIL FES-STATUS NOT = "00"
                   READ FESTIVOS-FILE
                       AT END
                           MOVE "10" TO FES-STATUS
                       NOT AT END
                           IF FESTIVO-RECORD = CANDIDATA
                               MOVE "S" TO ES-FESTIVO
                               MOVE "10" TO FES-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTIVOS-FILE
           END-IF.

      *Del OPSBATCH.DAT que haya se conserva lo tecleado a mano para
      *hoy: todo el fichero si no trae cabecera, o las lineas sin
      *numero de orden si la cabecera es de hoy. Un lote generado
      *para otra fecha ya no vale y se descarta entero.
       CARGA-LOTE-PREVIO.
           MOVE 0 TO LOTE-COUNT
           OPEN INPUT OPS-BATCH
           IF OPB-STATUS = "00"
               PERFORM UNTIL OPB-STATUS NOT = "00"
                   READ OPS-BATCH
                       AT END
                           MOVE "10" TO OPB-STATUS
                       NOT AT END
                           PERFORM CLASIFICA-LINEA-PREVIA
                   END-READ
               END-PERFORM
               CLOSE OPS-BATCH
           END-IF.

       CLASIFICA-LINEA-PREVIA.
           EVALUATE TRUE
               WHEN OBH-ES-CABECERA
                   MOVE "S" TO CABECERA-PREVIA-SW
                   MOVE OBH-FECHA-NEGOCIO TO CABECERA-FECHA
               WHEN OBH-ES-COLA
                   CONTINUE
               WHEN HAY-CABECERA-PREVIA
                       AND (CABECERA-FECHA NOT = FN-FECHA-NEGOCIO
                           OR OB-ORDEN-ID NOT = SPACES)
                   ADD 1 TO DESCARTADAS
               WHEN OTHER
                   ADD 1 TO CONSERVADAS
                   PERFORM AGREGA-LINEA
           END-EVALUATE.

       AGREGA-LINEA.
           IF LOTE-COUNT >= 999
               MOVE "S" TO TABLA-DESBORDADA-SW
           ELSE
               ADD 1 TO LOTE-COUNT
               MOVE OPS-BATCH-RECORD TO LT-REGISTRO (LOTE-COUNT)
           END-IF.

       ABRE-INFORME.
           OPEN OUTPUT GENERA-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Generacion de ordenes fijas - Fecha de negocio: "
                  FN-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       GENERA-ORDENES.
           OPEN INPUT ORDENES-FIJAS
           IF ORF-STATUS NOT = "00"
               MOVE SPACES TO RPT-LINE
               STRING "  No hay ordenes fijas (ORDFIJA.DAT)."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               READ ORDENES-FIJAS NEXT RECORD
                   AT END
                       MOVE "10" TO ORF-STATUS
               END-READ
               PERFORM UNTIL ORF-STATUS NOT = "00"
                       OR TABLA-DESBORDADA
                   ADD 1 TO ORDENES-LEIDAS
                   IF OF-ACTIVA
                       PERFORM DECIDE-VENCIMIENTO
                       IF ORDEN-VENCE
                           PERFORM GENERA-LINEA
                       END-IF
                   END-IF
                   READ ORDENES-FIJAS NEXT RECORD
                       AT END
                           MOVE "10" TO ORF-STATUS
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FIJAS
           END-IF.

      *Diaria y ultimo habil se miden contra hoy; semanal y mensual
      *contra cada dia de la ventana, para recoger lo que cayo en dia
      *inhabil. La fecha nominal ha de estar dentro de la vigencia.
       DECIDE-VENCIMIENTO.
           MOVE "N" TO ORDEN-VENCE-SW
           EVALUATE TRUE
               WHEN OF-DIARIA
                   MOVE DIAS-NEGOCIO TO DIAS-NOMINAL
                   PERFORM EXAMINA-DIA-NOMINAL
               WHEN OF-ULTIMO-HABIL
                   IF ES-ULTIMO-HABIL
                       MOVE DIAS-NEGOCIO TO DIAS-NOMINAL
                       PERFORM EXAMINA-DIA-NOMINAL
                   END-IF
               WHEN OF-SEMANAL
               WHEN OF-MENSUAL
                   PERFORM EXAMINA-DIA-NOMINAL
                       VARYING DIAS-NOMINAL FROM DIAS-INICIO-VENTANA
                           BY 1
                       UNTIL DIAS-NOMINAL > DIAS-NEGOCIO
                           OR ORDEN-VENCE
           END-EVALUATE.

       EXAMINA-DIA-NOMINAL.
           COMPUTE FECHA-NOMINAL =
               FUNCTION DATE-OF-INTEGER (DIAS-NOMINAL)
           IF FECHA-NOMINAL >= OF-FECHA-DESDE
                   AND FECHA-NOMINAL <= OF-FECHA-HASTA
               EVALUATE TRUE
                   WHEN OF-DIARIA
                   WHEN OF-ULTIMO-HABIL
                       MOVE "S" TO ORDEN-VENCE-SW
                   WHEN OF-SEMANAL
                       DIVIDE DIAS-NOMINAL BY 7 GIVING COCIENTE-DIAS
                           REMAINDER DIA-SEMANA
                       IF DIA-SEMANA = 0
                           MOVE 7 TO DIA-PLAN
                       ELSE
                           MOVE DIA-SEMANA TO DIA-PLAN
                       END-IF
                       IF DIA-PLAN = OF-FREC-DATO
                           MOVE "S" TO ORDEN-VENCE-SW
                       END-IF
                   WHEN OF-MENSUAL
                       COMPUTE FECHA-SIGUIENTE =
                           FUNCTION DATE-OF-INTEGER (DIAS-NOMINAL + 1)
                       IF NOM-DIA = OF-FREC-DATO
                               OR (SIG-DIA = 1
                                   AND NOM-DIA < OF-FREC-DATO)
                           MOVE "S" TO ORDEN-VENCE-SW
                       END-IF
               END-EVALUATE
           END-IF.

       GENERA-LINEA.
           MOVE OF-NUM1      TO OB-NUM1
           MOVE OF-NUM2      TO OB-NUM2
           MOVE OF-OPERACION TO OB-OPERACION
           MOVE OF-ORDEN-ID  TO OB-ORDEN-ID
           PERFORM AGREGA-LINEA
           IF NOT TABLA-DESBORDADA
               ADD 1 TO GENERADAS
               MOVE SPACES TO RPT-LINE
               STRING "  Orden " OF-ORDEN-ID " de " OF-OPERADOR
                      "  frec " OF-FRECUENCIA " " OF-FREC-DATO
                      "  vence " FECHA-NOMINAL
                      "  operacion " OF-OPERACION
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *El lote se regraba entero: cabecera con la fecha de negocio,
      *detalles y cola con recuento y hash de NUM1 mas NUM2.
       GRABA-LOTE.
           MOVE 0 TO LOTE-HASH
           OPEN OUTPUT OPS-BATCH
           MOVE SPACES TO OPS-BATCH-CABECERA
           MOVE "H" TO OBH-TIPO
           MOVE FN-FECHA-NEGOCIO TO OBH-FECHA-NEGOCIO
           WRITE OPS-BATCH-CABECERA
           PERFORM VARYING LOTE-IX FROM 1 BY 1
                   UNTIL LOTE-IX > LOTE-COUNT
               MOVE LT-REGISTRO (LOTE-IX) TO OPS-BATCH-RECORD
               IF OB-NUM1 IS NUMERIC AND OB-NUM2 IS NUMERIC
                   ADD OB-NUM1 OB-NUM2 TO LOTE-HASH
               END-IF
               WRITE OPS-BATCH-RECORD
           END-PERFORM
           MOVE SPACES TO OPS-BATCH-COLA
           MOVE "T" TO OBH-TIPO
           MOVE LOTE-COUNT TO OBT-TOTAL-REGISTROS
           MOVE LOTE-HASH  TO OBT-HASH-IMPORTES
           WRITE OPS-BATCH-COLA
           CLOSE OPS-BATCH.

      *Con el lote ya grabado, cada orden generada anota la fecha de
      *su ultima generacion.
       MARCA-GENERACION.
           IF GENERADAS > 0
               OPEN I-O ORDENES-FIJAS
               IF ORF-STATUS = "00"
                   PERFORM VARYING LOTE-IX FROM 1 BY 1
                           UNTIL LOTE-IX > LOTE-COUNT
                       IF LT-ORDEN-ID (LOTE-IX) NOT = SPACES
                           PERFORM MARCA-UNA-ORDEN
                       END-IF
                   END-PERFORM
                   CLOSE ORDENES-FIJAS
               END-IF
           END-IF.

       MARCA-UNA-ORDEN.
           MOVE LT-ORDEN-ID (LOTE-IX) TO OF-ORDEN-ID
           READ ORDENES-FIJAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FN-FECHA-NEGOCIO TO OF-ULTIMA-GENERACION
                   REWRITE ORDEN-FIJA-RECORD
                   MOVE "ORDFIJA"  TO JR-FICHERO
                   MOVE "REWRITE"  TO JR-OPERACION
                   MOVE ORDEN-FIJA-RECORD TO JR-IMAGEN
                   CALL "JRNLWR" USING JOURNAL-PARM
           END-READ.

       ESCRIBE-TOTALES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Ordenes leidas: " ORDENES-LEIDAS
                  "  Generadas: " GENERADAS
                  "  A mano conservadas: " CONSERVADAS
                  "  Descartadas: " DESCARTADAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF DESCARTADAS > 0 AND CABECERA-FECHA NOT = FN-FECHA-NEGOCIO
               MOVE SPACES TO RPT-LINE
               STRING "  El lote anterior era del " CABECERA-FECHA
                      " y se ha sustituido."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM ORDFGEN.
