      *Registro de parametros para ALERTWR, emisor comun de alertas a
      *la pasarela de mensajeria de la guardia. El llamador indica el
      *codigo de alerta, la severidad (L leve, M media, G grave), el
      *programa que la detecta y el texto; ALERTWR devuelve el numero
      *de alerta asignado y el operador de guardia avisado.
       01  ALERTWR-PARM.
           05  AW-CODIGO            PIC X(08).
           05  AW-SEVERIDAD         PIC X.
               88  AW-LEVE                VALUE "L".
               88  AW-MEDIA               VALUE "M".
               88  AW-GRAVE               VALUE "G".
           05  AW-PROGRAMA          PIC X(12).
           05  AW-TEXTO             PIC X(60).
           05  AW-NUMERO            PIC 9(06).
           05  AW-DESTINATARIO      PIC X(08).
           05  AW-RESULTADO         PIC X.
               88  AW-CORRECTO            VALUE "S".
               88  AW-ERROR               VALUE "E".
