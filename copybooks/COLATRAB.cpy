      *Registro de la cola de peticiones diferidas COLATRAB.DAT: cada
      *informe o utilidad pedido desde GO-TO, con sus parametros en el
      *orden en que el programa los pide, la hora a la que se quiere
      *(AAAAMMDDHHMM; ceros, en el ciclo de la noche) y su estado.
      *COLAEJEC la ejecuta y deja en CT-SALIDA el fichero con el
      *resultado para el solicitante.
       01  COLA-RECORD.
           05  CT-NUMERO            PIC 9(06).
           05  CT-PROGRAMA          PIC X(12).
           05  CT-PARAMETRO         PIC X(20) OCCURS 6 TIMES.
           05  CT-SOLICITANTE       PIC X(08).
           05  CT-TERMINAL-ID       PIC X(08).
           05  CT-FECHA-PETICION    PIC X(21).
           05  CT-PROGRAMADA        PIC 9(12).
           05  CT-ESTADO            PIC X.
               88  CT-EN-COLA             VALUE "P".
               88  CT-EN-EJECUCION        VALUE "E".
               88  CT-TERMINADA           VALUE "T".
               88  CT-FALLIDA             VALUE "F".
               88  CT-ANULADA             VALUE "X".
           05  CT-RETORNO           PIC 9(04).
           05  CT-INICIO            PIC X(21).
           05  CT-FIN               PIC X(21).
           05  CT-SALIDA            PIC X(12).
