      *Registros del lote de operaciones OPSBATCH.DAT. El detalle
      *lleva NUM1, NUM2 y el codigo de operacion y, si lo genero
      *ORDFGEN, el numero de la orden fija de la que sale (en blanco
      *lo tecleado a mano). El lote generado lleva cabecera H con su
      *fecha de negocio y cola T con el recuento de detalles y el
      *hash de NUM1 mas NUM2; los lotes antiguos sin cabecera siguen
      *valiendo sin control.
       01  OPS-BATCH-RECORD.
           05  OB-NUM1                PIC S9(04)V99.
           05  OB-NUM2                PIC S9(04)V99.
           05  OB-OPERACION           PIC X.
               88  OB-OPERACION-VALIDA    VALUE "1" "2" "3" "4"
                                               "5" "6" "7".
           05  OB-ORDEN-ID            PIC X(06).
       01  OPS-BATCH-CABECERA.
           05  OBH-TIPO               PIC X.
               88  OBH-ES-CABECERA        VALUE "H".
               88  OBH-ES-COLA            VALUE "T".
           05  OBH-FECHA-NEGOCIO      PIC 9(08).
       01  OPS-BATCH-COLA.
           05  FILLER                 PIC X.
           05  OBT-TOTAL-REGISTROS    PIC 9(06).
           05  OBT-HASH-IMPORTES      PIC S9(11)V99.
