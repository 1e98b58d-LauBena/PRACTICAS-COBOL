      *Cola de operaciones pendientes de aprobacion OPSPEND.DAT: las
      *graba el lote de OPERACIONES-BASICAS cuando el resultado supera
      *el umbral de aprobacion, y el lote o la sesion interactiva
      *cuando el apunte haria pasar al operador de su limite diario
      *acumulado (motivo L); las despacha un segundo operador con el
      *programa OPSAPRB. PQ-ORDEN-ID lleva la orden fija de ORDFIJA.DAT
      *de la que salio la operacion, en blanco si no sale de ninguna.
      *Los ajustes de periodos cerrados que encola AJUSMNT (motivo A)
      *llevan el periodo que corrigen y su causa; a ceros y blancos
      *en el resto. Las operaciones que una regla de REGLAS.DAT
      *retiene para revision llevan el motivo R.
       01  PENDIENTE-RECORD.
           05  PQ-NUM1              PIC S9(04)V99.
           05  PQ-NUM2              PIC S9(04)V99.
           05  PQ-TIMESTAMP         PIC X(21).
           05  PQ-ESTADO            PIC X.
               88  PQ-PENDIENTE           VALUE "P".
           05  PQ-MOTIVO            PIC X.
               88  PQ-POR-UMBRAL          VALUE "U" " ".
               88  PQ-POR-LIMITE          VALUE "L".
               88  PQ-POR-AJUSTE          VALUE "A".
               88  PQ-POR-REGLA           VALUE "R".
           05  PQ-ORDEN-ID          PIC X(06).
           05  PQ-PERIODO-AJUSTE    PIC 9(06).
           05  PQ-CAUSA-AJUSTE      PIC X(02).
