      *          las completadas, los fallos por codigo de retorno y
      *          los dias sin ninguna ejecucion, para destapar los
      *          pasos que dejaron de correr sin que nadie lo viera.
      *          Admite tantos pasos como CALL-DRIVER; si sobran
      *          pasos activos los avisa y termina con retorno 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  FECHA-DESDE REDEFINES FECHA-DESDE-X PIC 9(08).
       01  FECHA-HASTA-X       PIC X(08).
       01  FECHA-HASTA REDEFINES FECHA-HASTA-X PIC 9(08).
      *La tabla admite tantos pasos como programas validos tiene
      *CALL-DRIVER (VALIDOS-TOTAL); PLAN-MAXIMO se sube con ella.
       01  PLAN-COUNT          PIC 9(02) VALUE 0.
       01  PLAN-MAXIMO         PIC 9(02) VALUE 42.
       01  PLAN-OMITIDOS       PIC 9(04) VALUE 0.
       01  PLAN-TABLA.
           05  PLAN-ENTRADA OCCURS 1 TO 42 TIMES
                   DEPENDING ON PLAN-COUNT
                   INDEXED BY PLAN-IX.
               10  PL-PROGRAMA    PIC X(21).
           PERFORM COTEJA-PERIODO.
           PERFORM ESCRIBE-INFORME.
           DISPLAY "Informe de cumplimiento grabado en INFPLAN.PRT.".
           IF PLAN-OMITIDOS > 0
               MOVE 4 TO CODIGO-RETORNO.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.

       CARGA-PLAN.
           MOVE 0 TO PLAN-COUNT
           MOVE 0 TO PLAN-OMITIDOS
           OPEN INPUT CICLO-PLAN
           IF PLAN-STATUS = "00"
               PERFORM UNTIL PLAN-STATUS NOT = "00"
                       AT END
                           MOVE "10" TO PLAN-STATUS
                       NOT AT END
                           IF CP-ACTIVO = "S"
                                   AND PLAN-COUNT >= PLAN-MAXIMO
                               ADD 1 TO PLAN-OMITIDOS
                               DISPLAY "Aviso: tabla del plan llena, "
                                       "paso no cotejado: "
                                       CP-PROGRAMA
                           END-IF
                           IF CP-ACTIVO = "S"
                                   AND PLAN-COUNT < PLAN-MAXIMO
                               ADD 1 TO PLAN-COUNT
                               MOVE CP-PROGRAMA
                                   TO PL-PROGRAMA (PLAN-COUNT)
                   FECHA-DESDE-X "  Hasta: " FECHA-HASTA-X
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF PLAN-OMITIDOS > 0
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: " PLAN-OMITIDOS
                      " pasos activos de CICLOPLN.DAT no cotejados "
                      "por tabla del plan llena."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > PLAN-COUNT
               PERFORM ESCRIBE-SECCION-PASO
