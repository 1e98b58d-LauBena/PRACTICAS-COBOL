      *Pasos de las cadenas de calculo de CALSERIE.DAT: cada apunte
      *de CALCLDGR.DAT hecho en el modo encadenado de
      *OPERACIONES-BASICAS (el resultado de un paso es el NUM1 del
      *siguiente) deja aqui el numero de su cadena, su numero de
      *paso y la clave del apunte. La clave alternativa por clave
      *del libro permite llegar desde un apunte a toda su cadena.
       01  SERIE-LEDGER-RECORD.
           05  SL-CLAVE.
               10  SL-SERIE-ID      PIC 9(08).
               10  SL-PASO          PIC 9(02).
           05  SL-CLAVE-LEDGER      PIC X(37).
           05  SL-OPERADOR-ID       PIC X(08).
           05  SL-FECHA-NEGOCIO     PIC 9(08).
