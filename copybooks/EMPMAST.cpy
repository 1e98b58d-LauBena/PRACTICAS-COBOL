           05  EM-DEPARTAMENTO      PIC X(04).
      *Campos de fusion de duplicados: cuando EMPMERGE da de baja al
      *registro perdedor deja el motivo FU y el puntero al
      *identificador superviviente. Las bajas de EMPMNT llevan uno de
      *los demas motivos; las anteriores quedan en blanco.
           05  EM-MOTIVO-BAJA       PIC X(02).
               88  EM-BAJA-POR-FUSION     VALUE "FU".
               88  EM-BAJA-VOLUNTARIA     VALUE "VO".
               88  EM-BAJA-DESPIDO        VALUE "DE".
               88  EM-BAJA-JUBILACION     VALUE "JU".
               88  EM-BAJA-FIN-CONTRATO   VALUE "FC".
               88  EM-BAJA-OTRO-MOTIVO    VALUE "OT".
           05  EM-FUSIONADO-CON     PIC 9(06).
