      *Registro de la lista de distribucion DISTRIB.DAT, mantenida a
      *mano: a quien se entrega cada informe que GENREP pasa a
      *generacion, cuantas copias y donde se deja. Un informe puede
      *tener tantas lineas como destinatarios.
       01  DISTRIB-RECORD.
           05  DR-INFORME           PIC X(12).
           05  DR-DESTINATARIO      PIC X(08).
           05  DR-COPIAS            PIC 9(02).
           05  DR-UBICACION         PIC X(30).
