           05  DP-CODIGO            PIC X(04).
           05  DP-NOMBRE            PIC X(20).
           05  DP-DIVISION          PIC X(04).
      *Jefe del departamento: empleado de EMPMAST.DAT que aprueba los
      *traslados que entran en el departamento (TRASAPRB); a ceros
      *el departamento no tiene jefe asignado.
           05  DP-JEFE              PIC 9(06).
