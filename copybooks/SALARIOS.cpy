      *Historial de retribucion SALARIOS.DAT: un registro por
      *empleado y fecha efectiva con el salario base anual, el grado
      *y el motivo del cambio. Rige en cada dia el de fecha efectiva
      *mas reciente que no pase de ese dia; el coste de un empleado
      *acaba con su baja y sigue a su departamento de EMPMOV.DAT.
       01  SALARIO-RECORD.
           05  SA-CLAVE.
               10  SA-EMPLOYEE-ID       PIC 9(06).
               10  SA-FECHA-EFECTIVA    PIC 9(08).
           05  SA-SALARIO-BASE      PIC 9(07)V99.
           05  SA-GRADO             PIC X(03).
           05  SA-MOTIVO            PIC X(02).
               88  SA-MOTIVO-ALTA         VALUE "AL".
               88  SA-MOTIVO-SUBIDA       VALUE "SU".
               88  SA-MOTIVO-PROMOCION    VALUE "PR".
               88  SA-MOTIVO-REVISION     VALUE "RV".
               88  SA-MOTIVO-VALIDO       VALUE "AL" "SU" "PR" "RV".
           05  SA-OPERADOR-ID       PIC X(08).
           05  SA-TERMINAL-ID       PIC X(08).
           05  SA-TIMESTAMP         PIC X(21).
