      *Limites diarios acumulados de apuntes LIMDIA.DAT: importe que
      *cada operador puede apuntar en el libro en una fecha de
      *negocio, sumando el valor absoluto de sus resultados. La
      *entrada con operador "*" es el limite general del centro; las
      *demas son excepciones individuales que lo sustituyen.
       01  LIMITE-DIARIO-RECORD.
           05  LD-OPERADOR          PIC X(08).
           05  LD-LIMITE            PIC 9(09).
