      *Registro del log de distribucion DISTLOG.DAT: una linea por
      *entrega, sea la distribucion de la noche (D) hecha por GENREP
      *o una reimpresion (R) pedida a REIMPR, con la generacion
      *entregada, el destinatario, las copias y el fichero impreso.
       01  DISTLOG-RECORD.
           05  DS-FECHA             PIC 9(08).
           05  DS-TIPO              PIC X.
               88  DS-DISTRIBUCION        VALUE "D".
               88  DS-REIMPRESION         VALUE "R".
           05  DS-INFORME           PIC X(12).
           05  DS-GENERACION        PIC X(20).
           05  DS-DESTINATARIO      PIC X(08).
           05  DS-COPIAS            PIC 9(02).
           05  DS-SALIDA            PIC X(20).
           05  DS-TIMESTAMP         PIC X(21).
