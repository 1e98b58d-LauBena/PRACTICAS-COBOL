      *Registro de PERMAUD.LOG: cada concesion, denegacion o
      *retirada de una entrada de la matriz de permisos, con el
      *valor anterior y el nuevo (espacio si no existia o se retiro).
       01  PERM-AUDIT-RECORD.
           05  PX-SUPERVISOR        PIC X(08).
           05  PX-TERMINAL          PIC X(08).
           05  PX-ACCION            PIC X(08).
           05  PX-SUJETO            PIC X(08).
           05  PX-PROGRAMA          PIC X(21).
           05  PX-FUNCION           PIC X(12).
           05  PX-ANTES             PIC X.
           05  PX-DESPUES           PIC X.
           05  PX-TIMESTAMP         PIC X(21).
