      *Registro de control de la campana de recertificacion en curso
      *del fichero RECERTCT.DAT.
       01  RECERT-CONTROL-RECORD.
           05  RC-CAMPANA           PIC X(06).
           05  RC-FECHA-APERTURA    PIC 9(08).
           05  RC-FECHA-LIMITE      PIC 9(08).
      *Dias sin un acceso correcto en SIGNOFF.LOG a partir de los
      *cuales la cuenta se marca como dormida.
           05  RC-DIAS-DORMIDA      PIC 9(04).
           05  RC-ESTADO            PIC X.
               88  RC-ABIERTA             VALUE "A".
               88  RC-CERRADA             VALUE "C".
           05  RC-SUPERVISOR        PIC X(08).
