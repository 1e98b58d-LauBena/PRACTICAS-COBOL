      *Registro de parametros para BAJAOPER, que retira el acceso de
      *las cuentas de operador vinculadas a un empleado dado de baja.
       01  BAJAOPER-PARM.
           05  BO-EMPLOYEE-ID       PIC 9(06).
      *Quien provoca la baja (operador y terminal, o el nombre del
      *proceso por lotes), para la auditoria de AUTHAUD.LOG.
           05  BO-SOLICITANTE       PIC X(08).
           05  BO-TERMINAL          PIC X(08).
           05  BO-BLOQUEADAS        PIC 9(03).
           05  BO-SESIONES-CERRADAS PIC 9(01).
           05  BO-RESULTADO         PIC X.
               88  BO-CORRECTO            VALUE "S".
               88  BO-ERROR-FICHERO       VALUE "E".
