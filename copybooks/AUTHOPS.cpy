      *ventana cruza la medianoche.
           05  AO-HORA-DESDE        PIC 9(04).
           05  AO-HORA-HASTA        PIC 9(04).
      *Empleado de EMPMAST.DAT al que pertenece la cuenta; a ceros
      *la cuenta no esta vinculada. La baja del empleado bloquea las
      *cuentas vinculadas (BAJAOPER).
           05  AO-EMPLOYEE-ID       PIC 9(06).
      *Cuenta de formacion: con S el operador trabaja siempre en modo
      *de entrenamiento contra las copias ENT de los ficheros de
      *negocio; en blanco o N trabaja en real.
           05  AO-ENTRENAMIENTO     PIC X.
               88  AO-EN-ENTRENAMIENTO    VALUE "S".
