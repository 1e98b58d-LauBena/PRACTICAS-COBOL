      *          escribe en ARCHIVO.PRT los contadores y la suma de
      *          resultados trasladados para demostrar que no se
      *          perdio nada.
      *          Para que la cadena de control del libro siga siendo
      *          continua a traves del corte se archiva solo el tramo
      *          inicial en orden de clave: el primer apunte que no
      *          cumple la fecha de corte detiene el traslado. El
      *          valor de cadena del ultimo apunte trasladado queda
      *          como cierre de la generacion en CATARCH.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  LEIDOS              PIC 9(06) VALUE 0.
       01  ARCHIVADOS          PIC 9(06) VALUE 0.
       01  SUMA-ARCHIVADA      PIC S9(11)V99 VALUE 0.
       01  CADENA-CIERRE       PIC 9(10) VALUE 0.
       01  TRAMO-CERRADO-SW    PIC X VALUE "N".
           88  TRAMO-CERRADO          VALUE "S".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY JRNLPRM.
                   AT END
                       MOVE "10" TO CL-STATUS
               END-READ
               PERFORM UNTIL CL-STATUS NOT = "00" OR TRAMO-CERRADO
                   ADD 1 TO LEIDOS
                   PERFORM ARCHIVA-REGISTRO
                   READ CALC-LEDGER NEXT RECORD
           END-IF.

      *Los apuntes llevan fecha de negocio; los anteriores al
      *calendario de proceso se evaluan por su instante real. El
      *primer apunte dentro del periodo de retencion cierra el tramo.
       ARCHIVA-REGISTRO.
           IF CL-FECHA-NEGOCIO > 0
               MOVE CL-FECHA-NEGOCIO TO FECHA-REGISTRO
               MOVE CALC-LEDGER-RECORD TO ARCHIVO-REGISTRO
               WRITE ARCHIVO-REGISTRO
               ADD CL-RESULTADO TO SUMA-ARCHIVADA
               IF CL-CADENA IS NUMERIC
                   MOVE CL-CADENA TO CADENA-CIERRE
               END-IF
               DELETE CALC-LEDGER
                   INVALID KEY
                       DISPLAY "No se pudo borrar el registro "
                       CALL "JRNLWR" USING JOURNAL-PARM
                       ADD 1 TO ARCHIVADOS
               END-DELETE
           ELSE
               MOVE "S" TO TRAMO-CERRADO-SW
           END-IF.

      *El archivo producido queda anotado en CATARCH.DAT para que
           MOVE FECHA-CORTE    TO CA-FECHA-CORTE
           MOVE ARCHIVADOS     TO CA-REGISTROS
           MOVE SUMA-ARCHIVADA TO CA-SUMA
           MOVE CADENA-CIERRE  TO CA-CADENA-CIERRE
           OPEN EXTEND CATALOGO-ARCHIVOS
           IF CAT-STATUS = "35"
               OPEN OUTPUT CATALOGO-ARCHIVOS
           STRING "  Suma trasladada:      " SUMA-ARCHIVADA
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Cadena de cierre:     " CADENA-CIERRE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE ARCHIVO-REPORT
           DISPLAY "Archivo mensual finalizado. Archivados: "
                   ARCHIVADOS " de " LEIDOS ".".
