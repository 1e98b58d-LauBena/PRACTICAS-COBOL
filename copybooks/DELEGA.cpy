      *Registro de delegaciones de autoridad de supervisor del
      *fichero DELEGA.DAT: un supervisor cede su autoridad de
      *aprobacion a un operador durante un rango de fechas de
      *negocio. Fuera del rango la delegacion deja de valer sola.
       01  DELEGA-RECORD.
           05  DG-CLAVE.
               10  DG-DELEGADO      PIC X(08).
               10  DG-FECHA-DESDE   PIC 9(08).
           05  DG-FECHA-HASTA       PIC 9(08).
           05  DG-DELEGANTE         PIC X(08).
           05  DG-ESTADO            PIC X.
               88  DG-ACTIVA              VALUE "A".
               88  DG-ANULADA             VALUE "C".
           05  DG-MOTIVO            PIC X(30).
           05  DG-TIMESTAMP         PIC X(21).
