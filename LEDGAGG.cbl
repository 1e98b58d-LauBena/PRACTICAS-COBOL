      *          banda), para que BALANCEA, RESUMEN-NOCTURNO, INFOPER
      *          e INFBANDA consuman el resumen en vez de recorrer el
      *          libro entero cada uno: una pasada en lugar de
      *          cuatro. Cada entrada lleva ademas la suma de cuadrados
      *          de sus apuntes no compensatorios para la deteccion de
      *          desvios de LEDGDESV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE 0 TO RS-REVERSADOS
           MOVE 0 TO RS-COMPENSADOS
           MOVE 0 TO RS-SUMA-COMPENS
           MOVE 0 TO RS-SUMA-CUADRADOS
           PERFORM VARYING BANDA-IX FROM 1 BY 1
                   UNTIL BANDA-IX > 12
               MOVE SPACES TO RS-BANDA-NOMBRE (BANDA-IX)
           IF CL-KEY-ORIGINAL NOT = SPACES
               ADD 1 TO RS-COMPENSADOS
               ADD CL-RESULTADO TO RS-SUMA-COMPENS
           ELSE
               COMPUTE RS-SUMA-CUADRADOS ROUNDED = RS-SUMA-CUADRADOS
                   + CL-RESULTADO * CL-RESULTADO
           END-IF
           MOVE "N" TO BANDA-ANOTADA
           PERFORM VARYING BANDA-IX FROM 1 BY 1
