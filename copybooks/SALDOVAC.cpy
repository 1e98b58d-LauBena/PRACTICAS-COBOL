      *Derecho anual de vacaciones SALDOVAC.DAT: un registro por
      *empleado y ano con los dias de derecho (prorrateados desde el
      *alta si entro ese ano) y los arrastrados del ano anterior hasta
      *el tope de VACACION.DAT. Lo consumido no se guarda: es la suma
      *de las ausencias vigentes que descuentan saldo. La baja lo
      *liquida (AUSLIQ) con los dias pendientes a esa fecha.
       01  SALDO-VACACIONES-RECORD.
           05  SD-CLAVE.
               10  SD-EMPLOYEE-ID       PIC 9(06).
               10  SD-ANO               PIC 9(04).
           05  SD-DERECHO           PIC 9(03).
           05  SD-ARRASTRE          PIC 9(03).
           05  SD-ESTADO            PIC X.
               88  SD-ABIERTO             VALUE "A".
               88  SD-LIQUIDADO           VALUE "L".
           05  SD-FECHA-LIQUIDACION PIC 9(08).
           05  SD-DIAS-LIQUIDADOS   PIC S9(03).
           05  SD-OPERADOR-ID       PIC X(08).
           05  SD-TIMESTAMP         PIC X(21).
