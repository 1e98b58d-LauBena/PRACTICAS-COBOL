      *Traza de LOTELDG.DAT: cada apunte de CALCLDGR.DAT grabado por
      *el modo lote de OPERACIONES-BASICAS (OPSBATCH.DAT) deja aqui
      *su clave, la fecha de negocio y la fecha de cabecera del lote,
      *para que LEDGDESV distinga lo grabado sin operador delante.
       01  LOTE-LEDGER-RECORD.
           05  LL-CLAVE-LEDGER      PIC X(37).
           05  LL-FECHA-NEGOCIO     PIC 9(08).
           05  LL-FECHA-LOTE        PIC 9(08).
