      *Traza de ORDFLDG.DAT: cada apunte de CALCLDGR.DAT que sale de
      *una orden fija deja aqui, con la clave del apunte, el numero
      *de la orden de ORDFIJA.DAT y la fecha de negocio del apunte.
       01  ORDEN-LEDGER-RECORD.
           05  OL-CLAVE-LEDGER      PIC X(37).
           05  OL-ORDEN-ID          PIC X(06).
           05  OL-FECHA-NEGOCIO     PIC 9(08).
