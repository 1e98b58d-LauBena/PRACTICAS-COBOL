      *          detuvo), RESTART.DAT (punto de control pendiente),
      *          DAILYLOG.DAT (ejecuciones del dia) y EXCEPTIONS.LOG
      *          (excepciones del dia por programa) en una unica
      *          pantalla de estado por programa. Muestra tambien las
      *          delegaciones de supervisor de DELEGA.DAT vigentes en
      *          la fecha de negocio, y el estado de las alertas
      *          enviadas a la guardia (ALERTEST.DAT): las del dia y
      *          las aun pendientes, con quien las confirmo y cuando o
      *          a quien y cuantas veces se han enviado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AVISOS-FILE ASSIGN TO "AVISOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVI-STATUS.
           SELECT DELEGA-FILE ASSIGN TO "DELEGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-CLAVE
               FILE STATUS IS DG-STATUS.
           SELECT ALERTAS-ESTADO ASSIGN TO "ALERTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-NUMERO
               FILE STATUS IS AE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATIONS-LOG.
       01  ALERTA-LINE              PIC X(80).
       FD  AVISOS-FILE.
       COPY AVISOS.
       FD  DELEGA-FILE.
       COPY DELEGA.
       FD  ALERTAS-ESTADO.
       COPY ALERTEST.
       WORKING-STORAGE SECTION.
       01  ALR-STATUS          PIC XX.
       01  AVI-STATUS          PIC XX.
       01  ALERTAS-MOSTRADAS   PIC 9(03) VALUE 0.
       01  AVISOS-MOSTRADOS    PIC 9(03) VALUE 0.
       01  AE-STATUS           PIC XX.
       01  ENVIOS-MOSTRADOS    PIC 9(03) VALUE 0.
       01  DG-STATUS           PIC XX.
       01  DELEGACIONES-MOSTRADAS PIC 9(03) VALUE 0.
       01  FECHA-SISTEMA       PIC 9(08).
       01  LOG-STATUS          PIC XX.
       01  CICLO-STATUS        PIC XX.
           PERFORM RECORRE-EXCEPCIONES.
           PERFORM MUESTRA-CONSOLA.
           PERFORM MUESTRA-ALERTAS.
           PERFORM MUESTRA-ENVIOS-GUARDIA.
           PERFORM MUESTRA-AVISOS.
           PERFORM MUESTRA-DELEGACIONES.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.
               DISPLAY "Sin alertas registradas en ALERTAS.PRT."
           END-IF.

      *Antes de listar se aplican las confirmaciones llegadas de la
      *pasarela y los reenvios vencidos, para ver el estado al dia.
       MUESTRA-ENVIOS-GUARDIA.
           MOVE 0 TO ENVIOS-MOSTRADOS
           CALL "ALERTESC"
           OPEN INPUT ALERTAS-ESTADO
           IF AE-STATUS = "00"
               DISPLAY "Alertas enviadas a la guardia:"
               PERFORM UNTIL AE-STATUS NOT = "00"
                   READ ALERTAS-ESTADO NEXT RECORD
                       AT END
                           MOVE "10" TO AE-STATUS
                       NOT AT END
                           IF AE-FECHA-NEGOCIO = HOY OR AE-PENDIENTE
                               PERFORM MUESTRA-ENVIO-GUARDIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-ESTADO
           END-IF
           IF ENVIOS-MOSTRADOS = 0
               DISPLAY "Sin alertas pendientes ni enviadas hoy a la "
                       "guardia."
           END-IF.

       MUESTRA-ENVIO-GUARDIA.
           ADD 1 TO ENVIOS-MOSTRADOS
           DISPLAY "  " AE-NUMERO " " AE-CODIGO " " AE-SEVERIDAD
                   " " AE-PROGRAMA " " AE-TEXTO
           IF AE-CONFIRMADA
               DISPLAY "    Confirmada por " AE-CONFIRMA-OPERADOR
                       " a las " AE-CONFIRMA-HORA (9:2) ":"
                       AE-CONFIRMA-HORA (11:2)
           ELSE
               DISPLAY "    SIN CONFIRMAR: " AE-ENVIOS
                       " envio(s), ultimo a " AE-DESTINATARIO
                       " a las " AE-ULTIMO-ENVIO (9:2) ":"
                       AE-ULTIMO-ENVIO (11:2)
           END-IF.

      *Los avisos de difusion vigentes tambien se repiten en la
      *pantalla de la manana.
       MUESTRA-AVISOS.
               DISPLAY "Sin avisos de difusion vigentes."
           END-IF.

      *Delegaciones de autoridad de supervisor vigentes hoy; las
      *caducadas o anuladas ya no salen.
       MUESTRA-DELEGACIONES.
           MOVE 0 TO DELEGACIONES-MOSTRADAS
           OPEN INPUT DELEGA-FILE
           IF DG-STATUS = "00"
               READ DELEGA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO DG-STATUS
               END-READ
               PERFORM UNTIL DG-STATUS NOT = "00"
                   IF DG-ACTIVA
                           AND DG-FECHA-DESDE <= HOY
                           AND DG-FECHA-HASTA >= HOY
                       DISPLAY "DELEGACION: " DG-DELEGADO
                               " actua como supervisor por "
                               DG-DELEGANTE " hasta el "
                               DG-FECHA-HASTA
                       ADD 1 TO DELEGACIONES-MOSTRADAS
                   END-IF
                   READ DELEGA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO DG-STATUS
                   END-READ
               END-PERFORM
               CLOSE DELEGA-FILE
           END-IF
           IF DELEGACIONES-MOSTRADAS = 0
               DISPLAY "Sin delegaciones de supervisor vigentes."
           END-IF.

       END PROGRAM CONSOLA.
