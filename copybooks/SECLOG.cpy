      *Registro de SECLOG.DAT: cada numero que emite SECASIG, con la
      *secuencia, el programa y el operador que lo pidieron. La marca
      *R senala el primer numero tras volver al minimo del rango.
       01  SECLOG-RECORD.
           05  SL-SECUENCIA         PIC X(12).
           05  SL-NUMERO            PIC 9(06).
           05  SL-PROGRAMA          PIC X(20).
           05  SL-OPERADOR-ID       PIC X(08).
           05  SL-TIMESTAMP         PIC X(21).
           05  SL-TIPO              PIC X.
               88  SL-EMISION             VALUE "E".
               88  SL-REINICIO            VALUE "R".
