               MOVE FUNCTION CURRENT-DATE TO SO-TIMESTAMP
               MOVE "X" TO SO-RESPUESTA
               MOVE "N" TO SO-AUTORIZADO
               MOVE SPACES TO SO-PROGRAMA
               MOVE SPACES TO SO-FUNCION
               PERFORM ABRE-SIGNOFF-LOG
               WRITE SIGNOFF-RECORD
               CLOSE SIGNOFF-LOG
