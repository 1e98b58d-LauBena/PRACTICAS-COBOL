      *Registro de ALERTOUT.DAT, fichero de salida de longitud fija que
      *la pasarela de mensajeria consulta para avisar a la guardia. Se
      *graba uno por cada envio: el primero al emitirse la alerta y uno
      *mas por cada reenvio (AL-ENVIO) al siguiente contacto cuando no
      *se confirma a tiempo.
       01  ALERTOUT-RECORD.
           05  AL-NUMERO            PIC 9(06).
           05  AL-CODIGO            PIC X(08).
           05  AL-SEVERIDAD         PIC X.
           05  AL-PROGRAMA          PIC X(12).
           05  AL-FECHA-NEGOCIO     PIC 9(08).
           05  AL-TIMESTAMP         PIC X(21).
           05  AL-DESTINATARIO      PIC X(08).
           05  AL-CONTACTO          PIC X(30).
           05  AL-ENVIO             PIC 9(02).
           05  AL-TEXTO             PIC X(60).
