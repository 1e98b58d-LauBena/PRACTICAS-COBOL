           05  RS-BANDA-DET OCCURS 12 TIMES.
               10  RS-BANDA-NOMBRE  PIC X(10).
               10  RS-BANDA-CUENTA  PIC 9(06).
      *Suma de los cuadrados de los resultados de los apuntes no
      *compensatorios, para que LEDGDESV saque media y dispersion
      *del historico de cada operador y operacion sin volver al
      *libro.
           05  RS-SUMA-CUADRADOS    PIC 9(17)V9.
