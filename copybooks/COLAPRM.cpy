      *Registro de parametros para COLAPAR. Los programas que se
      *pueden pedir en diferido desde GO-TO lo llaman al arrancar con
      *su nombre en CJ-PROGRAMA: si COLAEJEC los esta ejecutando por
      *una peticion de la cola devuelve los parametros de la peticion,
      *que el programa toma en lugar de pedirlos en el terminal.
       01  COLAPAR-PARM.
           05  CJ-PROGRAMA          PIC X(12).
           05  CJ-RESULTADO         PIC X.
               88  CJ-DESATENDIDO         VALUE "S".
               88  CJ-INTERACTIVO         VALUE "N".
           05  CJ-NUMERO            PIC 9(06).
           05  CJ-SOLICITANTE       PIC X(08).
           05  CJ-PARAMETRO         PIC X(20) OCCURS 6 TIMES.
