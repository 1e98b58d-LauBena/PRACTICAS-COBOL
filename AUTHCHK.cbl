      *          tres fallos consecutivos y registra bloqueos e
      *          intentos fuera de horario en SIGNOFF.LOG, estos
      *          ultimos tambien como graves en EXCEPTIONS.LOG.
      *          Con el nivel de rol devuelve si la cuenta es de
      *          formacion (modo de entrenamiento).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROCEDURE DIVISION USING AUTHCHK-PARM.
       MAIN-PROCEDURE.
           MOVE SPACE TO AC-NIVEL
           MOVE "N" TO AC-ENTRENAMIENTO
           OPEN I-O AUTH-OPERATORS
           IF AUTH-STATUS NOT = "00"
               MOVE "E" TO AC-RESULTADO
                           ELSE
                               MOVE AO-NIVEL TO AC-NIVEL
                           END-IF
                           IF AO-EN-ENTRENAMIENTO
                               MOVE "S" TO AC-ENTRENAMIENTO
                           END-IF
                       ELSE
                           MOVE "H" TO AC-RESULTADO
                           PERFORM REGISTRA-FUERA-HORARIO
           MOVE FUNCTION CURRENT-DATE TO SO-TIMESTAMP
           MOVE "H"             TO SO-RESPUESTA
           MOVE "N"             TO SO-AUTORIZADO
           MOVE SPACES TO SO-PROGRAMA
           MOVE SPACES TO SO-FUNCION
           PERFORM ABRE-SIGNOFF-LOG
           WRITE SIGNOFF-RECORD
           CLOSE SIGNOFF-LOG
           MOVE FUNCTION CURRENT-DATE TO SO-TIMESTAMP
           MOVE "B"             TO SO-RESPUESTA
           MOVE "N"             TO SO-AUTORIZADO
           MOVE SPACES TO SO-PROGRAMA
           MOVE SPACES TO SO-FUNCION
           PERFORM ABRE-SIGNOFF-LOG
           WRITE SIGNOFF-RECORD
           CLOSE SIGNOFF-LOG.
