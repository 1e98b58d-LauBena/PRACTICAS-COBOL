      *Historial de servicio SERVHIST.DAT: cuando un antiguo empleado
      *se reincorpora con su identificador original, el periodo
      *anterior (alta, baja, motivo y departamento de salida) queda
      *aqui antes de reactivar el registro del maestro, para que la
      *antiguedad y las fechas de servicio continuo se puedan
      *reconstruir.
       01  SERVICIO-RECORD.
           05  SH-EMPLOYEE-ID       PIC 9(06).
           05  SH-FECHA-ALTA        PIC 9(08).
           05  SH-FECHA-BAJA        PIC 9(08).
           05  SH-MOTIVO-BAJA       PIC X(02).
           05  SH-DEPARTAMENTO      PIC X(04).
           05  SH-FECHA-REINGRESO   PIC 9(08).
           05  SH-OPERADOR-ID       PIC X(08).
           05  SH-PROGRAMA          PIC X(12).
           05  SH-TIMESTAMP         PIC X(21).
