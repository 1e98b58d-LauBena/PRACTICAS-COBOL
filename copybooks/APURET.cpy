      *Apuntes con fecha valor futura retenidos en APURET.DAT hasta
      *que la fecha de negocio llega a su fecha valor: los graba la
      *sesion interactiva de OPERACIONES-BASICAS, los libera al libro
      *el paso nocturno APULIB y se consultan o anulan con APURMNT.
      *La clave empieza por la fecha valor para que la liberacion
      *recorra solo el tramo ya vencido.
       01  APUNTE-RETENIDO-RECORD.
           05  AR-CLAVE.
               10  AR-FECHA-VALOR   PIC 9(08).
               10  AR-TIMESTAMP     PIC X(21).
               10  AR-OPERADOR-ID   PIC X(08).
           05  AR-TERMINAL-ID       PIC X(08).
           05  AR-NUM1              PIC S9(04)V99.
           05  AR-NUM2              PIC S9(04)V99.
           05  AR-OPERACION         PIC X.
           05  AR-RESULTADO         PIC S9(07)V99.
           05  AR-FECHA-ALTA        PIC 9(08).
           05  AR-ESTADO            PIC X.
               88  AR-RETENIDO            VALUE "R".
               88  AR-LIBERADO            VALUE "L".
               88  AR-A-APROBACION        VALUE "P".
               88  AR-RECHAZADO           VALUE "X".
               88  AR-ANULADO             VALUE "C".
           05  AR-FECHA-DESTINO     PIC 9(08).
           05  AR-OPERADOR-ESTADO   PIC X(08).
           05  AR-TIMESTAMP-ESTADO  PIC X(21).
