      *Registro de control de periodos PERIODOS.DAT: cada mes cerrado
      *por CIERRMES deja su periodo, el estado, la fecha y el
      *operador del cierre; PERCHK lo consulta para bloquear los
      *apuntes con fecha de negocio en un periodo cerrado. El numero
      *de operaciones y la suma del periodo son los del certificado
      *CIERRE.PRT; en blanco en los periodos cerrados sin ellos.
       01  PERIODO-RECORD.
           05  PD-PERIODO           PIC 9(06).
           05  PD-ESTADO            PIC X.
           05  PD-FECHA-CIERRE      PIC 9(08).
           05  PD-OPERADOR          PIC X(08).
           05  PD-TIMESTAMP         PIC X(21).
           05  PD-OPERACIONES       PIC 9(07).
           05  PD-TOTAL             PIC S9(11)V99.
