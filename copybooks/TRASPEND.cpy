      *Cola de traslados pendientes de aprobacion TRASPEND.DAT: los
      *graban EMPMNT y el lote de PERFORM-THRU en lugar de aplicar el
      *traslado; los despacha TRASAPRB con la aprobacion del jefe del
      *departamento de destino o de su division, y TRASVENC escala a
      *EXCEPTIONS.LOG los que superan el plazo en dias habiles. Un
      *traslado pendiente ya ocupa su plaza en el destino (PLAZACHK).
       01  TRASLADO-PENDIENTE-RECORD.
           05  TQ-EMPLOYEE-ID       PIC 9(06).
           05  TQ-DEPARTAMENTO-ANT  PIC X(04).
           05  TQ-DEPARTAMENTO-NVO  PIC X(04).
           05  TQ-FECHA-SOLICITUD   PIC 9(08).
           05  TQ-OPERADOR-ID       PIC X(08).
           05  TQ-ORIGEN            PIC X.
               88  TQ-DE-EMPMNT           VALUE "E".
               88  TQ-DE-LOTE             VALUE "L".
           05  TQ-ESTADO            PIC X.
               88  TQ-PENDIENTE           VALUE "P".
           05  TQ-ESCALADO          PIC X.
               88  TQ-YA-ESCALADO         VALUE "S".
           05  TQ-TIMESTAMP         PIC X(21).
