               88  SE-NIVEL-SUPERVISOR    VALUE "S".
               88  SE-NIVEL-ADMIN         VALUE "A".
               88  SE-NIVEL-SUPERVISION   VALUE "S" "A".
      *Permisos de PERMISOS.DAT que aplican al operador de la sesion
      *(tipo O del operador, R de su grupo de rol), cargados por
      *PERMCHK al abrirla SIGNON; si no caben se consulta el fichero.
           05  SE-PERMISOS.
               10  SE-PERM-CARGADOS     PIC X.
                   88  SE-PERMISOS-CARGADOS   VALUE "S".
               10  SE-PERM-COUNT        PIC 9(02).
               10  SE-PERMISO OCCURS 30 TIMES
                       INDEXED BY SE-PERM-IX.
                   15  SE-PERM-TIPO      PIC X.
                   15  SE-PERM-PROGRAMA  PIC X(21).
                   15  SE-PERM-FUNCION   PIC X(12).
                   15  SE-PERM-PERMITIDO PIC X.
      *Modo de entrenamiento de la sesion, fijado por SIGNON desde la
      *cuenta del operador: con S los programas trabajan contra las
      *copias ENT de los ficheros de negocio (ENTFICH).
           05  SE-ENTRENAMIENTO     PIC X.
               88  SE-EN-ENTRENAMIENTO    VALUE "S".
