      *Registro de auditoria de cambios de autorizaciones del fichero
      *AUTHAUD.LOG.
       01  AUTH-AUDIT-RECORD.
           05  AU-SUPERVISOR        PIC X(08).
           05  AU-TERMINAL          PIC X(08).
           05  AU-ACCION            PIC X(08).
           05  AU-OPERADOR          PIC X(08).
           05  AU-IMAGEN-ANTES      PIC X(30).
           05  AU-IMAGEN-DESPUES    PIC X(30).
           05  AU-TIMESTAMP         PIC X(21).
      *Empleado vinculado antes y despues del cambio, que ya no cabe
      *en las imagenes de 30 posiciones; en las lineas antiguas
      *llega en blanco.
           05  AU-EMPLEADO-ANTES    PIC X(06).
           05  AU-EMPLEADO-DESPUES  PIC X(06).
      *Marca de cuenta de formacion antes y despues del cambio, por
      *la misma razon; en las lineas antiguas llega en blanco.
           05  AU-ENTRENAMIENTO-ANTES   PIC X.
           05  AU-ENTRENAMIENTO-DESPUES PIC X.
