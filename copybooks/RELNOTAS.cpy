      *Registro de las notas libres de un relevo de turno RELNOTAS.DAT:
      *cada linea que escribe el operador saliente, por numero de
      *relevo y orden.
       01  RELNOTA-RECORD.
           05  TN-NUMERO            PIC 9(06).
           05  TN-LINEA             PIC 9(02).
           05  TN-TEXTO             PIC X(60).
