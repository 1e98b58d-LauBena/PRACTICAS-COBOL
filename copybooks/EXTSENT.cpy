      *Registro de envios de extractos EXTSENT.DAT: cada ejecucion de
      *EXTRACT anota el extracto (CALC o EMP), la fecha de envio y el
      *numero de registros, para que EXTACK pueda casar los acuses de
      *finanzas contra lo realmente enviado. INTCONT anota igual el
      *fichero de asientos (ASIENTOS) con su fecha de negocio.
       01  EXTRACTO-ENVIADO-RECORD.
           05  ES-EXTRACTO          PIC X(08).
           05  ES-FECHA             PIC 9(08).
