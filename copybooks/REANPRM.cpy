      *Registro de parametros para REANONIM, que vuelve a enmascarar
      *en EMPMAST.DAT los empleados de ANONREG.DAT que una copia
      *restaurada o un diario reaplicado hayan devuelto con sus datos
      *personales. Quien llama no puede tener abierto el maestro.
       01  REANONIM-PARM.
           05  RA-REVISADOS         PIC 9(06).
           05  RA-ENMASCARADOS      PIC 9(06).
           05  RA-RESULTADO         PIC X.
               88  RA-CORRECTO            VALUE "S".
               88  RA-ERROR-FICHERO       VALUE "E".
