      *Registro del estado de las alertas ALERTEST.DAT, una por numero
      *de alerta: a quien se envio por ultima vez, cuantas veces, y si
      *ya esta confirmada, por quien y cuando. ALERTWR lo crea y
      *ALERTESC aplica las confirmaciones y los reenvios.
       01  ALERTEST-RECORD.
           05  AE-NUMERO            PIC 9(06).
           05  AE-CODIGO            PIC X(08).
           05  AE-SEVERIDAD         PIC X.
           05  AE-PROGRAMA          PIC X(12).
           05  AE-FECHA-NEGOCIO     PIC 9(08).
           05  AE-TEXTO             PIC X(60).
           05  AE-EMITIDA           PIC X(21).
           05  AE-ORDEN             PIC 9(01).
           05  AE-DESTINATARIO      PIC X(08).
           05  AE-CONTACTO          PIC X(30).
           05  AE-ULTIMO-ENVIO      PIC X(21).
           05  AE-ENVIOS            PIC 9(02).
           05  AE-ESTADO            PIC X.
               88  AE-PENDIENTE           VALUE "P".
               88  AE-CONFIRMADA          VALUE "C".
           05  AE-CONFIRMA-OPERADOR PIC X(08).
           05  AE-CONFIRMA-HORA     PIC X(21).
