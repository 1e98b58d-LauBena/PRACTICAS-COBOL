      *Registro de SALAUD.LOG: cada alta, correccion o borrado de un
      *registro de SALARIOS.DAT con la imagen anterior y la
      *posterior, como EMPAUD.LOG para el maestro.
       01  SAL-AUDIT-RECORD.
           05  SU-OPERADOR          PIC X(08).
           05  SU-TERMINAL          PIC X(08).
           05  SU-ACCION            PIC X(08).
           05  SU-CLAVE             PIC X(14).
           05  SU-IMAGEN-ANTES      PIC X(100).
           05  SU-IMAGEN-DESPUES    PIC X(100).
           05  SU-TIMESTAMP         PIC X(21).
