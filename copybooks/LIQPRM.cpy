      *Registro de parametros para AUSLIQ, que liquida el derecho de
      *vacaciones de un empleado dado de baja: anula las ausencias
      *que empiezan a partir de la baja, recorta las que la cruzan y
      *deja en SALDOVAC.DAT y en LIQUIDA.LOG los dias pendientes (en
      *negativo si disfruto de mas).
       01  AUSLIQ-PARM.
           05  LQ-EMPLOYEE-ID       PIC 9(06).
           05  LQ-FECHA-ALTA        PIC 9(08).
           05  LQ-FECHA-BAJA        PIC 9(08).
      *Quien provoca la baja (operador y terminal, o el nombre del
      *proceso por lotes).
           05  LQ-SOLICITANTE       PIC X(08).
           05  LQ-TERMINAL          PIC X(08).
           05  LQ-DEVENGADO         PIC 9(03).
           05  LQ-ARRASTRE          PIC 9(03).
           05  LQ-CONSUMIDO         PIC 9(03).
           05  LQ-PENDIENTE         PIC S9(03).
           05  LQ-ANULADAS          PIC 9(03).
           05  LQ-RESULTADO         PIC X.
               88  LQ-CORRECTO            VALUE "S".
               88  LQ-ERROR-FICHERO       VALUE "E".
