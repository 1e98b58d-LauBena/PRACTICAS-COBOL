      *Nombres de los ficheros de negocio de los programas que pueden
      *trabajar en modo de entrenamiento. Llevan el nombre real y, en
      *modo de entrenamiento, el programa les antepone ENT para
      *trabajar contra las copias que ENTRESET prepara desde la copia
      *de seguridad. Los ficheros de parametros y de referencia
      *(UMBRAL, LIMDIA, DEPTOS) no estan aqui y se leen siempre los
      *reales; AGEBANDS no se reescribe en entrenamiento.
       01  FICHEROS-NEGOCIO.
           05  NF-CALCLDGR          PIC X(20) VALUE "CALCLDGR.DAT".
           05  NF-EMPMAST           PIC X(20) VALUE "EMPMAST.DAT".
           05  NF-EXCEPTIONS        PIC X(20) VALUE "EXCEPTIONS.LOG".
           05  NF-RECONCIL          PIC X(20) VALUE "RECONCIL.DAT".
           05  NF-OPSBATCH          PIC X(20) VALUE "OPSBATCH.DAT".
           05  NF-OPSALIDA          PIC X(20) VALUE "OPSALIDA.DAT".
           05  NF-OPSPEND           PIC X(20) VALUE "OPSPEND.DAT".
           05  NF-OPSBRST           PIC X(20) VALUE "OPSBRST.DAT".
           05  NF-CTLSES            PIC X(20) VALUE "CTLSES.DAT".
           05  NF-APURET            PIC X(20) VALUE "APURET.DAT".
           05  NF-CALSERIE          PIC X(20) VALUE "CALSERIE.DAT".
           05  NF-ORDFLDG           PIC X(20) VALUE "ORDFLDG.DAT".
           05  NF-LOTELDG           PIC X(20) VALUE "LOTELDG.DAT".
           05  NF-RECIBO            PIC X(20) VALUE "RECIBO.PRT".
           05  NF-EMPINTAK          PIC X(20) VALUE "EMPINTAK.DAT".
           05  NF-EMPRECHZ          PIC X(20) VALUE "EMPRECHZ.DAT".
           05  NF-EMPSTAGE          PIC X(20) VALUE "EMPSTAGE.DAT".
           05  NF-ALTASRST          PIC X(20) VALUE "ALTASRST.DAT".
           05  NF-TRASPEND          PIC X(20) VALUE "TRASPEND.DAT".
           05  NF-EMPAUD            PIC X(20) VALUE "EMPAUD.LOG".
           05  NF-AJUSTES           PIC X(20) VALUE "AJUSTES.DAT".
           05  NF-OPSAPRB           PIC X(20) VALUE "OPSAPRB.PRT".
      *Contadores propios del modo de entrenamiento para los numeros
      *que en real emite SECASIG, asi la formacion no consume ni
      *anota numeros reales.
           05  NF-EMPCTR            PIC X(20) VALUE "EMPCTR.DAT".
           05  NF-LOTECTR           PIC X(20) VALUE "LOTECTR.DAT".
           05  NF-SERIECTR          PIC X(20) VALUE "SERIECTR.DAT".
       01  FICHEROS-NEGOCIO-TABLA REDEFINES FICHEROS-NEGOCIO.
           05  NF-NOMBRE            PIC X(20) OCCURS 25 TIMES.
       01  NF-TOTAL             PIC 9(02) VALUE 25.
       01  NF-IX                PIC 9(02).
       01  NF-AUXILIAR          PIC X(20).
       01  ENTRENAMIENTO-SW     PIC X VALUE "N".
           88  MODO-ENTRENAMIENTO     VALUE "S".
       01  NF-AVISO             PIC X(40) VALUE
           "*** MODO ENTRENAMIENTO (TRAINING) ***".
