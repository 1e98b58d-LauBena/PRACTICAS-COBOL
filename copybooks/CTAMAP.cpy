      *Mapa de cuentas contables CTAMAP.DAT: una linea por operacion
      *del libro (CL-OPERACION) con la cuenta del debe y la del haber
      *a las que INTCONT lleva su importe en el fichero de asientos
      *para finanzas. Una operacion sin linea aqui detiene el fichero.
       01  CUENTA-MAPA-RECORD.
           05  CM-OPERACION         PIC X(12).
           05  CM-CUENTA-DEBE       PIC X(10).
           05  CM-CUENTA-HABER      PIC X(10).
