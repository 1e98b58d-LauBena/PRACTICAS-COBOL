      *Registro de parametros para el control de plazas PLAZACHK.
      *Accion C: carga las plazas vigentes a PP-FECHA y la ocupacion
      *(activos de EMPMAST.DAT, altas pendientes de EMPSTAGE.DAT y
      *traslados de entrada pendientes de TRASPEND.DAT, estos dos
      *ultimos en PP-EN-ESCENA); quien llama no puede tener abierto
      *el maestro. Accion V:
      *devuelve plazas y ocupacion del departamento (carga antes si
      *hace falta). Acciones O y L: suman o restan una plaza ocupada
      *en lo ya cargado, para los movimientos aplicados despues.
      *Con PP-ENTRENAMIENTO a S la ocupacion se cuenta en las copias
      *ENT del maestro, de EMPSTAGE y de TRASPEND; PLAZAS.DAT es
      *siempre el real.
       01  PLAZACHK-PARM.
           05  PP-ACCION            PIC X.
               88  PP-CARGA               VALUE "C".
               88  PP-CONSULTA            VALUE "V".
               88  PP-OCUPA               VALUE "O".
               88  PP-LIBERA              VALUE "L".
           05  PP-FECHA             PIC 9(08).
           05  PP-DEPARTAMENTO      PIC X(04).
           05  PP-PLAZAS            PIC 9(05).
           05  PP-EN-PLANTILLA      PIC 9(05).
           05  PP-EN-ESCENA         PIC 9(05).
           05  PP-OCUPADAS          PIC 9(05).
           05  PP-RESULTADO         PIC X.
               88  PP-HAY-PLAZA           VALUE "L".
               88  PP-COMPLETO            VALUE "C".
               88  PP-SIN-TOPE            VALUE "S".
           05  PP-ENTRENAMIENTO     PIC X.
               88  PP-EN-ENTRENAMIENTO    VALUE "S".
