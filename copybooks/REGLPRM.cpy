      *Registro de parametros del evaluador de reglas REGLACHK.
      *Modo E: evalua las reglas activas y anota el acierto en
      *REGLAS.LOG. Modo S: simulacion de REGLMNT, evalua tambien las
      *reglas en prueba y no anota nada. Sin regla que encaje la
      *accion vuelve en blanco y el apunte se acepta. Con
      *RP-ENTRENAMIENTO a S el acierto se anota en ENTREGLAS.LOG.
       01  REGLACHK-PARM.
           05  RP-MODO              PIC X.
               88  RP-EVALUA              VALUE "E".
               88  RP-SIMULA              VALUE "S".
           05  RP-PROGRAMA          PIC X(21).
           05  RP-OPERACION         PIC X(12).
           05  RP-OPERADOR          PIC X(08).
           05  RP-TERMINAL          PIC X(08).
           05  RP-BANDA             PIC X(10).
           05  RP-IMPORTE           PIC S9(09)V99.
           05  RP-ACCION            PIC X.
               88  RP-ACEPTA              VALUE "A" " ".
               88  RP-AVISA               VALUE "V".
               88  RP-DOBLE-CONTROL       VALUE "D".
               88  RP-RETIENE             VALUE "R".
               88  RP-RECHAZA             VALUE "X".
           05  RP-SEVERIDAD         PIC X.
           05  RP-REGLA-ID          PIC 9(04).
           05  RP-DESCRIPCION       PIC X(30).
           05  RP-ENTRENAMIENTO     PIC X.
               88  RP-EN-ENTRENAMIENTO    VALUE "S".
