      *          reaplica sobre una copia restaurada de CALCLDGR.DAT o
      *          EMPMAST.DAT las actualizaciones del diario
      *          JRNLaaaammdd.DAT del dia indicado, dejando el fichero
      *          en el estado del momento del fallo. Al recuperar el
      *          maestro de empleados se reaplican las anonimizaciones
      *          de ANONREG.DAT por REANONIM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  OMITIDOS            PIC 9(06) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY REANPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           STRING "JRNL" FECHA-DIARIO ".DAT"
               DELIMITED BY SIZE INTO DIARIO-NOMBRE.
           PERFORM REAPLICA-DIARIO.
           IF RECUPERA-EMPLEADOS
               PERFORM REAPLICA-ANONIMIZACION
           END-IF.
           DISPLAY "Recuperacion finalizada. Leidos: " LEIDOS
                   " Aplicados: " APLICADOS
                   " Omitidos: " OMITIDOS.
           PERFORM REGISTRA-FIN.
           GOBACK.

      *El diario reaplicado puede traer imagenes de empleados que
      *ANONIMIZ ya enmascaro; se vuelven a enmascarar.
       REAPLICA-ANONIMIZACION.
           CALL "REANONIM" USING REANONIM-PARM
           IF RA-CORRECTO
               DISPLAY "Anonimizaciones revisadas: " RA-REVISADOS
                       " Reaplicadas: " RA-ENMASCARADOS
           ELSE
               DISPLAY "Aviso: no se pudieron reaplicar las "
                       "anonimizaciones de ANONREG.DAT."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       REGISTRA-ARRANQUE.
           MOVE "RECUPERA"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
