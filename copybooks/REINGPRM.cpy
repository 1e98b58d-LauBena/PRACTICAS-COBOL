      *Registro de parametros para REINGRES, deteccion y aplicacion
      *de reingresos. Accion B: busca en EMPMAST.DAT una baja (no de
      *fusion) con la misma fecha de nacimiento y el mismo nombre o
      *los mismos apellidos, y devuelve la mas reciente. Accion R:
      *reactiva RI-EMPLOYEE-ID con la nueva fecha de alta, dejando el
      *periodo anterior en SERVHIST.DAT. Quien llama no puede tener
      *abierto el maestro.
       01  REINGRES-PARM.
           05  RI-ACCION            PIC X.
               88  RI-BUSCA               VALUE "B".
               88  RI-REACTIVA            VALUE "R".
           05  RI-NOMBRE            PIC X(13).
           05  RI-APELLIDOS         PIC X(20).
           05  RI-FECHA-NACIMIENTO  PIC 9(08).
           05  RI-EMPLOYEE-ID       PIC 9(06).
      *Datos del periodo anterior devueltos por la busqueda.
           05  RI-NOMBRE-ANT        PIC X(13).
           05  RI-APELLIDOS-ANT     PIC X(20).
           05  RI-FECHA-ALTA-ANT    PIC 9(08).
           05  RI-FECHA-BAJA-ANT    PIC 9(08).
           05  RI-MOTIVO-BAJA-ANT   PIC X(02).
           05  RI-DEPARTAMENTO-ANT  PIC X(04).
      *Datos del reingreso para la accion R.
           05  RI-FECHA-REINGRESO   PIC 9(08).
           05  RI-DEPARTAMENTO      PIC X(04).
           05  RI-EDAD              PIC 9(03).
           05  RI-OPERADOR-ID       PIC X(08).
           05  RI-TERMINAL-ID       PIC X(08).
           05  RI-PROGRAMA          PIC X(12).
           05  RI-RESULTADO         PIC X.
               88  RI-CORRECTO            VALUE "S".
               88  RI-NO-HALLADO          VALUE "N".
               88  RI-FECHA-INVALIDA      VALUE "F".
               88  RI-ERROR-FICHERO       VALUE "E".
