      *Registro de la campana de recertificacion de accesos del
      *fichero RECERT.DAT: una linea por cuenta y campana.
       01  RECERT-RECORD.
           05  RT-CLAVE.
               10  RT-CAMPANA       PIC X(06).
               10  RT-OPERADOR      PIC X(08).
      *Nivel y ventana de la cuenta al abrir la campana y, una vez
      *confirmada, los que el supervisor dio por buenos.
           05  RT-NIVEL             PIC X.
           05  RT-HORA-DESDE        PIC 9(04).
           05  RT-HORA-HASTA        PIC 9(04).
           05  RT-ULTIMO-ACCESO     PIC 9(08).
           05  RT-DORMIDA           PIC X.
               88  RT-CUENTA-DORMIDA      VALUE "S".
           05  RT-ESTADO            PIC X.
               88  RT-PENDIENTE           VALUE "P".
               88  RT-CONFIRMADA          VALUE "C".
               88  RT-SUSPENDIDA          VALUE "S".
               88  RT-VENCIDA             VALUE "V".
           05  RT-SUPERVISOR        PIC X(08).
           05  RT-TIMESTAMP         PIC X(21).
