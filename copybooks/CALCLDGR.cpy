      *Registro del libro de calculos del fichero CALCLDGR.DAT.
      *La clave incluye operador y terminal ademas del instante para
      *que dos terminales no puedan chocar en el mismo centisegundo.
      *CL-CADENA es el valor de control encadenado que LEDGCHN
      *calcula con el contenido del registro y el valor del apunte
      *anterior; a ceros en los apuntes grabados antes de la cadena.
       01  CALC-LEDGER-RECORD.
           05  CL-KEY.
               10  CL-KEY-TIMESTAMP PIC X(21).
           05  CL-APROBADOR-ID      PIC X(08).
           05  CL-FECHA-NEGOCIO     PIC 9(08).
           05  CL-BANDA             PIC X(10).
           05  CL-CADENA            PIC 9(10).
