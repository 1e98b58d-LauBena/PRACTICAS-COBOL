           05  MV-FECHA-EFECTIVA    PIC 9(08).
           05  MV-OPERADOR-ID       PIC X(08).
           05  MV-TIMESTAMP         PIC X(21).
      *Operador que aprobo el traslado como jefe del departamento de
      *destino o de su division; en blanco en los movimientos
      *anteriores a la aprobacion de traslados.
           05  MV-APROBADOR-ID      PIC X(08).
