      *          triplico EXCEPTIONS.LOG una noche sin que nada lo
      *          viera). Las alertas van a ALERTAS.PRT, que la
      *          CONSOLA de la manana ya muestra junto a la salud del
      *          ciclo, y se envian a la guardia por ALERTWR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  MEDIA-EDITADA       PIC -ZZZZZZZ9.99.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY ALERTPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           END-IF
           WRITE ALERTA-LINE
           CLOSE ALERTAS-REPORT
           MOVE "CAPACID"          TO AW-CODIGO
           MOVE "M"                TO AW-SEVERIDAD
           MOVE "FILEMON"          TO AW-PROGRAMA
           MOVE ALERTA-LINE (3:60) TO AW-TEXTO
           CALL "ALERTWR" USING ALERTWR-PARM
           DISPLAY ALERTA-LINE.

       END PROGRAM FILEMON.
