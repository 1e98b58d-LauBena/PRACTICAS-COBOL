      *Plazas autorizadas por departamento PLAZAS.DAT: cada registro
      *fija las plazas de un departamento desde su fecha efectiva y
      *rige el de fecha mas reciente no posterior al dia consultado
      *(a igual fecha, el ultimo grabado). Un departamento sin
      *registro no tiene tope de plantilla.
       01  PLAZA-RECORD.
           05  PZ-DEPARTAMENTO      PIC X(04).
           05  PZ-FECHA-EFECTIVA    PIC 9(08).
           05  PZ-PLAZAS            PIC 9(05).
           05  PZ-TIMESTAMP         PIC X(21).
