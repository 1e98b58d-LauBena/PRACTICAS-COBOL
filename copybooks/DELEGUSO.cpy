      *Registro de DELEGUSO.LOG: cada accion de supervisor hecha por
      *un operador al amparo de una delegacion, con quien delego.
       01  DELEGUSO-RECORD.
           05  DU-DELEGADO          PIC X(08).
           05  DU-DELEGANTE         PIC X(08).
           05  DU-PROGRAMA          PIC X(21).
           05  DU-DETALLE           PIC X(40).
           05  DU-TIMESTAMP         PIC X(21).
