           05  SG-TERMINAL-ID       PIC X(08).
           05  SG-ESTADO            PIC X.
               88  SG-PENDIENTE           VALUE "P".
      *Reingreso detectado en el lote: identificador del antiguo
      *empleado que EMPSTREV reactivara si el supervisor lo confirma;
      *cero (o blanco en escenas antiguas) para un alta nueva.
           05  SG-REINGRESO-ID      PIC 9(06).
