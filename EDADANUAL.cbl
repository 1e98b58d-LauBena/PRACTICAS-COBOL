      *          reconstruye los contadores de bandas de edad de
      *          AGEBANDS.DAT con los empleados activos, para que los
      *          informes reflejen la edad real y no la del dia del
      *          alta. Al terminar lanza INFPREV para dejar la prevision
      *          de jubilaciones y aniversarios del ano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           DISPLAY "  Bandas: menores " AB-MENORES
                   " adultos " AB-ADULTOS
                   " mayores " AB-MAYORES.
           CALL "INFPREV".
           IF RETURN-CODE > CODIGO-RETORNO
               MOVE RETURN-CODE TO CODIGO-RETORNO
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.
