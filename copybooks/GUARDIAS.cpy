      *Registro del cuadrante de guardia GUARDIAS.DAT, que se mantiene
      *a mano como CICLOPLN.DAT. Cada linea dice a quien se avisa para
      *una severidad (L, M, G o * para todas) en una franja horaria
      *HHMM-HHMM (si la hora final es menor que la inicial, la franja
      *pasa la medianoche) y en que orden: el contacto 1 recibe la
      *alerta y los siguientes los reenvios si no se confirma.
       01  GUARDIA-RECORD.
           05  GU-SEVERIDAD         PIC X.
           05  FILLER               PIC X.
           05  GU-HORA-DESDE        PIC 9(04).
           05  FILLER               PIC X.
           05  GU-HORA-HASTA        PIC 9(04).
           05  FILLER               PIC X.
           05  GU-ORDEN             PIC 9(01).
           05  FILLER               PIC X.
           05  GU-OPERADOR          PIC X(08).
           05  FILLER               PIC X.
           05  GU-CONTACTO          PIC X(30).
