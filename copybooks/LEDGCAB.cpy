      *Cabeza de la cadena de control del libro de calculos
      *LEDGCHN.DAT: clave y valor de cadena del ultimo apunte grabado
      *en CALCLDGR.DAT, del que parte el sellado del siguiente.
       01  CABEZA-CADENA-RECORD.
           05  CC-ULTIMA-CLAVE      PIC X(37).
           05  CC-CADENA            PIC 9(10).
           05  CC-TIMESTAMP         PIC X(21).
