      *Registro de la matriz de permisos PERMISOS.DAT: que operador,
      *o que grupo de rol (ROL-O, ROL-S, ROL-A segun AO-NIVEL), puede
      *o no puede usar un programa y una funcion dentro de el. La
      *funcion "*" vale para todo el programa. Manda la entrada mas
      *concreta: operador y funcion, operador y programa, rol y
      *funcion, rol y programa. Sin ninguna entrada que aplique se
      *mantiene el control por nivel de cada programa.
       01  PERMISO-RECORD.
           05  PM-CLAVE.
               10  PM-SUJETO        PIC X(08).
               10  PM-PROGRAMA      PIC X(21).
               10  PM-FUNCION       PIC X(12).
           05  PM-PERMITIDO         PIC X.
               88  PM-CONCEDIDO           VALUE "S".
               88  PM-DENEGADO            VALUE "N".
           05  PM-SUPERVISOR        PIC X(08).
           05  PM-TIMESTAMP         PIC X(21).
