               88  AC-NIVEL-SUPERVISOR    VALUE "S".
               88  AC-NIVEL-ADMIN         VALUE "A".
               88  AC-NIVEL-SUPERVISION   VALUE "S" "A".
      *S cuando la cuenta validada es de formacion y debe trabajar
      *en modo de entrenamiento.
           05  AC-ENTRENAMIENTO     PIC X.
               88  AC-EN-ENTRENAMIENTO    VALUE "S".
