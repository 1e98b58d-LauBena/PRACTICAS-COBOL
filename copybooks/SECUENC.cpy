      *Fichero de secuencias SECUENC.DAT: una numeracion por registro
      *con el siguiente valor a emitir, el rango admitido y lo que se
      *hace al agotarlo (volver al minimo o detenerse). Solo SECASIG
      *lo actualiza, bajo el cerrojo SECUENC de LOCKMGR.
       01  SECUENCIA-RECORD.
           05  SQ-NOMBRE            PIC X(12).
           05  SQ-SIGUIENTE         PIC 9(07).
           05  SQ-MINIMO            PIC 9(06).
           05  SQ-MAXIMO            PIC 9(06).
           05  SQ-CICLO             PIC X.
               88  SQ-CICLICA             VALUE "S".
               88  SQ-SE-DETIENE          VALUE "N".
           05  SQ-VUELTAS           PIC 9(04).
      *Primer numero emitido por el servicio; lo anterior se emitio
      *con el contador antiguo y no consta en SECLOG.DAT.
           05  SQ-PRIMER-VALOR      PIC 9(06).
           05  SQ-ULTIMA-EMISION    PIC X(21).
           05  SQ-DESCRIPCION       PIC X(30).
