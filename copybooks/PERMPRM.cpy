      *Registro de parametros para el control de permisos PERMCHK.
      *Accion V: verifica si el operador puede usar la funcion del
      *programa, con los permisos que lleva la sesion de OPERSES o,
      *sin ella, con PERMISOS.DAT; la denegacion queda en SIGNOFF.LOG.
      *Accion L: carga en la sesion los permisos del operador y de su
      *grupo de rol, al abrirla SIGNON.
       01  PERMCHK-PARM.
           05  PK-ACCION            PIC X.
               88  PK-VERIFICA            VALUE "V".
               88  PK-CARGA               VALUE "L".
           05  PK-OPERADOR-ID       PIC X(08).
           05  PK-TERMINAL-ID       PIC X(08).
           05  PK-NIVEL             PIC X.
           05  PK-PROGRAMA          PIC X(21).
           05  PK-FUNCION           PIC X(12).
           05  PK-RESULTADO         PIC X.
               88  PK-PERMITIDO           VALUE "S".
               88  PK-DENEGADO            VALUE "N".
