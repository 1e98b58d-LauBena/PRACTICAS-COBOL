      *Orden fija (operacion periodica) del fichero ORDFIJA.DAT: los
      *mismos NUM1, NUM2 y operacion que el lote repite con una
      *frecuencia. Frecuencias como las del plan del ciclo: D cada
      *dia habil, S semanal en el dia OF-FREC-DATO (1 lunes a 7
      *domingo), M mensual el dia OF-FREC-DATO (el ultimo del mes si
      *es mas corto), U ultimo dia habil del mes. La fecha que cae en
      *fin de semana o festivo se pasa al siguiente dia habil. La
      *mantiene ORDFMNT y la genera en OPSBATCH.DAT ORDFGEN.
       01  ORDEN-FIJA-RECORD.
           05  OF-ORDEN-ID          PIC 9(06).
           05  OF-NUM1              PIC S9(04)V99.
           05  OF-NUM2              PIC S9(04)V99.
           05  OF-OPERACION         PIC X.
           05  OF-OPERADOR          PIC X(08).
           05  OF-FRECUENCIA        PIC X.
               88  OF-DIARIA              VALUE "D".
               88  OF-SEMANAL             VALUE "S".
               88  OF-MENSUAL             VALUE "M".
               88  OF-ULTIMO-HABIL        VALUE "U".
               88  OF-FRECUENCIA-VALIDA   VALUE "D" "S" "M" "U".
           05  OF-FREC-DATO         PIC 9(02).
           05  OF-FECHA-DESDE       PIC 9(08).
           05  OF-FECHA-HASTA       PIC 9(08).
           05  OF-ESTADO            PIC X.
               88  OF-ACTIVA              VALUE "A".
               88  OF-ANULADA             VALUE "C".
           05  OF-ULTIMA-GENERACION PIC 9(08).
           05  OF-OPERADOR-ESTADO   PIC X(08).
           05  OF-TIMESTAMP         PIC X(21).
