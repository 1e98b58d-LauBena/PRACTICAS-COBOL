      *          cola de RECONCIL.DAT) y deja en VALIDLOT.PRT un
      *          informe por fichero con veredicto limpio o sucio,
      *          para arreglar la entrada antes de las cinco en vez
      *          de descubrirla a las dos de la madrugada. En
      *          OPSBATCH.DAT con cabecera se comprueba tambien que la
      *          cola cuadre recuento y hash.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  OPS-BATCH.
       COPY OPSLOTE.
       FD  EMP-INTAKE.
       01  INTAKE-RECORD.
           05  IN-NOMBRE              PIC X(13).
       01  OPS-SUCIAS          PIC 9(06) VALUE 0.
       01  EMP-LEIDOS          PIC 9(06) VALUE 0.
       01  EMP-SUCIOS          PIC 9(06) VALUE 0.
       01  OPS-CONTADOS        PIC 9(06) VALUE 0.
       01  OPS-HASH            PIC S9(11)V99 VALUE 0.
       01  OPS-HAY-CABECERA    PIC X VALUE "N".
       01  OPS-HAY-COLA        PIC X VALUE "N".
       01  OPS-TOTAL-DECLARADO PIC 9(06) VALUE 0.
       01  OPS-HASH-DECLARADO  PIC S9(11)V99 VALUE 0.
       01  RECON-CONTADOS      PIC 9(06) VALUE 0.
       01  RECON-HASH          PIC S9(11)V99 VALUE 0.
       01  RECON-HAY-CABECERA  PIC X VALUE "N".
           MOVE SPACES TO RPT-LINE.

      *Mismos controles que el modo lote de OPERACIONES-BASICAS:
      *numericos y codigo de operacion 1 a 7, y si el lote trae
      *cabecera, cola cuadrando recuento y hash de NUM1 mas NUM2.
       VALIDA-OPSBATCH.
           MOVE 0 TO OPS-LEIDAS
           MOVE 0 TO OPS-SUCIAS
           MOVE 0 TO OPS-CONTADOS
           MOVE 0 TO OPS-HASH
           MOVE "N" TO OPS-HAY-CABECERA
           MOVE "N" TO OPS-HAY-COLA
           OPEN INPUT OPS-BATCH
           IF OPB-STATUS NOT = "00"
               MOVE "  OPSBATCH.DAT: no existe, nada que validar."
                           MOVE "10" TO OPB-STATUS
                       NOT AT END
                           ADD 1 TO OPS-LEIDAS
                           PERFORM VALIDA-REGISTRO-OPS
                   END-READ
               END-PERFORM
               CLOSE OPS-BATCH
               IF OPS-HAY-CABECERA = "S" OR OPS-HAY-COLA = "S"
                   IF OPS-HAY-CABECERA = "N"
                           OR OPS-HAY-COLA = "N"
                           OR OPS-CONTADOS NOT = OPS-TOTAL-DECLARADO
                           OR OPS-HASH NOT = OPS-HASH-DECLARADO
                       ADD 1 TO OPS-SUCIAS
                       MOVE SPACES TO RPT-LINE
                       STRING "    control de lote descuadrado "
                              "(contados " OPS-CONTADOS
                              " declarados " OPS-TOTAL-DECLARADO ")"
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM ESCRIBE-LINEA
                   END-IF
               END-IF
               MOVE SPACES TO RPT-LINE
               IF OPS-SUCIAS = 0
                   STRING "  OPSBATCH.DAT: LIMPIO ("
               PERFORM ESCRIBE-LINEA
           END-IF.

       VALIDA-REGISTRO-OPS.
           EVALUATE TRUE
               WHEN OBH-ES-CABECERA
                   MOVE "S" TO OPS-HAY-CABECERA
               WHEN OBH-ES-COLA
                   MOVE "S" TO OPS-HAY-COLA
                   MOVE OBT-TOTAL-REGISTROS TO OPS-TOTAL-DECLARADO
                   MOVE OBT-HASH-IMPORTES   TO OPS-HASH-DECLARADO
               WHEN OTHER
                   ADD 1 TO OPS-CONTADOS
                   IF OB-NUM1 NOT NUMERIC
                           OR OB-NUM2 NOT NUMERIC
                           OR NOT OB-OPERACION-VALIDA
                       ADD 1 TO OPS-SUCIAS
                       MOVE SPACES TO RPT-LINE
                       STRING "    registro " OPS-LEIDAS
                              " invalido: "
                              OPS-BATCH-RECORD (1:13)
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM ESCRIBE-LINEA
                   END-IF
                   IF OB-NUM1 IS NUMERIC AND OB-NUM2 IS NUMERIC
                       ADD OB-NUM1 OB-NUM2 TO OPS-HASH
                   END-IF
           END-EVALUATE.

      *Mismos controles que el lote de PERFORM-THRU, por tipo de
      *movimiento, sin cargar nada.
       VALIDA-EMPINTAK.
