      *Registro de parametros para el control de delegaciones
      *DELEGCHK. Accion C: consulta si el operador tiene hoy una
      *delegacion de supervisor vigente y devuelve quien se la dio.
      *Accion R: deja en DELEGUSO.LOG la accion hecha al amparo de
      *la delegacion consultada antes.
       01  DELEGCHK-PARM.
           05  DP-ACCION            PIC X.
               88  DP-CONSULTA            VALUE "C".
               88  DP-REGISTRA            VALUE "R".
           05  DP-OPERADOR-ID       PIC X(08).
           05  DP-PROGRAMA          PIC X(21).
           05  DP-DETALLE           PIC X(40).
           05  DP-DELEGANTE         PIC X(08).
           05  DP-FECHA-HASTA       PIC 9(08).
           05  DP-RESULTADO         PIC X.
               88  DP-DELEGADO            VALUE "S".
               88  DP-SIN-DELEGACION      VALUE "N".
