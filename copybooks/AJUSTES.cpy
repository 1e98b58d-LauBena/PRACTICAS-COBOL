      *Ajustes de periodos cerrados AJUSTES.DAT: cada ajuste que
      *AJUSMNT encola y OPSAPRB aprueba entra en el libro con la
      *fecha de negocio abierta y deja aqui el periodo cerrado que
      *corrige, la causa, el importe, el originador y el aprobador.
      *La clave empieza por el periodo corregido para que el registro
      *de ajustes de INFAJUS recorra solo el tramo de cada periodo.
       01  AJUSTE-RECORD.
           05  AJ-CLAVE.
               10  AJ-PERIODO       PIC 9(06).
               10  AJ-CLAVE-LEDGER  PIC X(37).
           05  AJ-CAUSA             PIC X(02).
               88  AJ-CAUSA-ERROR         VALUE "ER".
               88  AJ-CAUSA-OMISION       VALUE "OM".
               88  AJ-CAUSA-DUPLICADO     VALUE "DU".
               88  AJ-CAUSA-OTRA          VALUE "OT".
           05  AJ-RESULTADO         PIC S9(09)V99.
           05  AJ-FECHA-NEGOCIO     PIC 9(08).
           05  AJ-OPERADOR-ID       PIC X(08).
           05  AJ-APROBADOR-ID      PIC X(08).
