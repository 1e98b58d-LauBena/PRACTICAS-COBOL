      *Registro del log de aciertos de reglas REGLAS.LOG: una linea
      *por cada apunte al que REGLACHK aplico una regla, con el
      *programa que la consulto y la accion que devolvio.
       01  REGLA-LOG-RECORD.
           05  RL-TIMESTAMP         PIC X(21).
           05  RL-PROGRAMA          PIC X(21).
           05  RL-REGLA-ID          PIC 9(04).
           05  RL-ACCION            PIC X.
           05  RL-SEVERIDAD         PIC X.
           05  RL-OPERACION         PIC X(12).
           05  RL-OPERADOR          PIC X(08).
           05  RL-TERMINAL          PIC X(08).
           05  RL-BANDA             PIC X(10).
           05  RL-IMPORTE           PIC S9(09)V99.
