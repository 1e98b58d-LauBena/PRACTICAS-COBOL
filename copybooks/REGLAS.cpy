      *Regla de registro del fichero REGLAS.DAT que evalua REGLACHK
      *antes de grabar un apunte. Cada condicion en blanco (o el
      *rango de importe a ceros) vale para todo; las reglas se
      *aplican en orden de numero y manda la primera que encaja.
      *Una regla nueva o cambiada queda en prueba hasta que REGLMNT
      *la simula contra el libro de ayer y un supervisor la activa.
       01  REGLA-RECORD.
           05  RG-ID                PIC 9(04).
           05  RG-ESTADO            PIC X.
               88  RG-ACTIVA              VALUE "A".
               88  RG-EN-PRUEBA           VALUE "P".
               88  RG-DE-BAJA             VALUE "B".
           05  RG-OPERACION         PIC X(12).
           05  RG-OPERADOR          PIC X(08).
           05  RG-TERMINAL          PIC X(08).
           05  RG-BANDA             PIC X(10).
           05  RG-IMPORTE-DESDE     PIC S9(09)V99.
           05  RG-IMPORTE-HASTA     PIC S9(09)V99.
           05  RG-ACCION            PIC X.
               88  RG-ACEPTA              VALUE "A".
               88  RG-AVISA               VALUE "V".
               88  RG-DOBLE-CONTROL       VALUE "D".
               88  RG-RETIENE             VALUE "R".
               88  RG-RECHAZA             VALUE "X".
               88  RG-ACCION-VALIDA       VALUE "A" "V" "D" "R" "X".
           05  RG-SEVERIDAD         PIC X.
               88  RG-SEVERIDAD-VALIDA    VALUE "L" "M" "G".
           05  RG-DESCRIPCION       PIC X(30).
      *Fecha de la ultima simulacion que cubrio la regla en su forma
      *actual; a ceros no se puede activar.
           05  RG-FECHA-SIMULACION  PIC 9(08).
           05  RG-SUPERVISOR        PIC X(08).
           05  RG-TIMESTAMP         PIC X(21).
