      *Registro de ALERTACK.DAT, confirmaciones de alertas que deja la
      *pasarela de mensajeria: numero de alerta, operador que confirma
      *y cuando. ALERTESC lo lee entero en cada pasada; volver a leer
      *una confirmacion ya aplicada no cambia nada.
       01  ALERTACK-RECORD.
           05  AA-NUMERO            PIC 9(06).
           05  AA-OPERADOR          PIC X(08).
           05  AA-TIMESTAMP         PIC X(21).
