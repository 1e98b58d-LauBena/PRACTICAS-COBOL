      *          compara con los umbrales configurados en UMBREXC.DAT,
      *          escribe el informe de alertas ALERTAS.PRT y devuelve
      *          codigo 8 cuando algun umbral se supera, para que el
      *          ciclo quede marcado en CICLODRV.LOG. Un umbral
      *          superado o una grave escalada se envia ademas a la
      *          guardia por ALERTWR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88  HAY-ALERTA             VALUE "S".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY ALERTPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
               WRITE RPT-LINE
           END-IF
           CLOSE ALERTAS-REPORT
           PERFORM ENVIA-ALERTAS-GUARDIA
           DISPLAY "Monitor de excepciones: L=" CUENTA-LEVES
                   " M=" CUENTA-MEDIAS " G=" CUENTA-GRAVES
                   " Alerta=" UMBRAL-SUPERADO.

      *Las mismas alertas del informe salen a la guardia: el umbral
      *superado como media (grave si lo superan las graves) y las
      *escaladas siempre como graves.
       ENVIA-ALERTAS-GUARDIA.
           MOVE "MONEXCEP" TO AW-PROGRAMA
           IF CUENTA-LEVES > LIMITE-LEVES
                   OR CUENTA-MEDIAS > LIMITE-MEDIAS
                   OR CUENTA-GRAVES > LIMITE-GRAVES
               MOVE "UMBREXC" TO AW-CODIGO
               IF CUENTA-GRAVES > LIMITE-GRAVES
                   MOVE "G" TO AW-SEVERIDAD
               ELSE
                   MOVE "M" TO AW-SEVERIDAD
               END-IF
               MOVE SPACES TO AW-TEXTO
               STRING "Umbral de excepciones superado L="
                      CUENTA-LEVES " M=" CUENTA-MEDIAS
                      " G=" CUENTA-GRAVES
                   DELIMITED BY SIZE INTO AW-TEXTO
               CALL "ALERTWR" USING ALERTWR-PARM
           END-IF
           IF ESCALADAS > 0
               MOVE "ESCALADA" TO AW-CODIGO
               MOVE "G" TO AW-SEVERIDAD
               MOVE SPACES TO AW-TEXTO
               STRING ESCALADAS " excepcion(es) grave(s) escaladas"
                      " sin resolver"
                   DELIMITED BY SIZE INTO AW-TEXTO
               CALL "ALERTWR" USING ALERTWR-PARM
           END-IF.

       END PROGRAM MONEXCEP.
