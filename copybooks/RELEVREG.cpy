      *Registro del fichero de relevos de turno RELEVO.DAT: cada
      *relevo que prepara el operador saliente con RELEVO, con el
      *informe RLnnnnnn.PRT generado, los elementos abiertos de cada
      *cola (1 OPSPEND, 2 EXCPWORK, 3 CERROJOS, 4 EMPSTAGE, 5
      *EMPRECHZ, 6 EXTSTAT) y sus notas; SIGNON lo marca aceptado con
      *el operador entrante y la hora.
       01  RELEVO-RECORD.
           05  TU-NUMERO            PIC 9(06).
           05  TU-SALIENTE          PIC X(08).
           05  TU-TERMINAL-ID       PIC X(08).
           05  TU-CREADO            PIC X(21).
           05  TU-INFORME           PIC X(12).
           05  TU-CUENTA            PIC 9(05) OCCURS 6 TIMES.
           05  TU-NOTAS             PIC 9(02).
           05  TU-ESTADO            PIC X.
               88  TU-PENDIENTE           VALUE "P".
               88  TU-ACEPTADO            VALUE "A".
           05  TU-ENTRANTE          PIC X(08).
           05  TU-ACEPTACION        PIC X(21).
