      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Seguimiento de las alertas enviadas a la guardia.
      *          Aplica al estado ALERTEST.DAT las confirmaciones que la
      *          pasarela de mensajeria deja en ALERTACK.DAT y, para
      *          cada alerta aun sin confirmar cuyo ultimo envio supera
      *          el plazo de ALERTPLZ.DAT (30 minutos si no existe),
      *          la reenvia por ALERTOUT.DAT al siguiente contacto del
      *          cuadrante GUARDIAS.DAT para su severidad y la hora
      *          actual; si no hay siguiente contacto se reenvia al
      *          mismo. CALL-DRIVER lo llama entre pasos del ciclo de
      *          la noche y CONSOLA antes de mostrar las alertas; puede
      *          correrse tambien a mano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTESC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-SALIDA ASSIGN TO "ALERTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT ALERTAS-ESTADO ASSIGN TO "ALERTEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-NUMERO
               FILE STATUS IS AE-STATUS.
           SELECT ALERTAS-CONFIRMADAS ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AA-STATUS.
           SELECT CUADRANTE-GUARDIA ASSIGN TO "GUARDIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GU-STATUS.
           SELECT PLAZO-ALERTAS ASSIGN TO "ALERTPLZ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APZ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-SALIDA.
       COPY ALERTOUT.
       FD  ALERTAS-ESTADO.
       COPY ALERTEST.
       FD  ALERTAS-CONFIRMADAS.
       COPY ALERTACK.
       FD  CUADRANTE-GUARDIA.
       COPY GUARDIAS.
       FD  PLAZO-ALERTAS.
       01  ALERTPLZ-RECORD           PIC 9(03).
       WORKING-STORAGE SECTION.
       01  OUT-STATUS          PIC XX.
       01  AE-STATUS           PIC XX.
       01  AA-STATUS           PIC XX.
       01  GU-STATUS           PIC XX.
       01  APZ-STATUS          PIC XX.
       01  PLAZO-MINUTOS       PIC 9(03) VALUE 30.
       01  AHORA               PIC X(21).
       01  HORA-ACTUAL         PIC 9(04).
       01  MARCA-CALCULO.
           05  MC-FECHA        PIC 9(08).
           05  MC-HORA         PIC 9(02).
           05  MC-MINUTO       PIC 9(02).
           05  FILLER          PIC X(09).
       01  MINUTOS-CALCULO     PIC 9(09).
       01  MINUTOS-AHORA       PIC 9(09).
       01  MINUTOS-ESPERA      PIC S9(09).
       01  ORDEN-ELEGIDO       PIC 9(01).
       01  OPERADOR-ELEGIDO    PIC X(08).
       01  CONTACTO-ELEGIDO    PIC X(30).
       01  CONFIRMADAS         PIC 9(05) VALUE 0.
       01  DESCONOCIDAS        PIC 9(05) VALUE 0.
       01  REENVIADAS          PIC 9(05) VALUE 0.
       01  FIN-CONFIRMACIONES  PIC X VALUE "N".
           88  NO-MAS-CONFIRMACIONES VALUE "S".
       01  FIN-ESTADO          PIC X VALUE "N".
           88  NO-MAS-ESTADO         VALUE "S".
       01  FIN-GUARDIAS        PIC X VALUE "N".
           88  NO-MAS-GUARDIAS       VALUE "S".
       01  EN-FRANJA           PIC X VALUE "N".
           88  HORA-EN-FRANJA        VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO CONFIRMADAS
           MOVE 0 TO DESCONOCIDAS
           MOVE 0 TO REENVIADAS
           MOVE FUNCTION CURRENT-DATE TO AHORA
           MOVE AHORA (9:4) TO HORA-ACTUAL
           MOVE AHORA TO MARCA-CALCULO
           PERFORM CALCULA-MINUTOS
           MOVE MINUTOS-CALCULO TO MINUTOS-AHORA
           PERFORM CARGA-PLAZO

           OPEN I-O ALERTAS-ESTADO
           IF AE-STATUS NOT = "00"
               GO TO MAIN-FIN
           END-IF
           PERFORM APLICA-CONFIRMACIONES
           PERFORM REVISA-PENDIENTES
           CLOSE ALERTAS-ESTADO
           IF CONFIRMADAS > 0 OR REENVIADAS > 0 OR DESCONOCIDAS > 0
               DISPLAY "ALERTESC: confirmadas " CONFIRMADAS
                       " reenviadas " REENVIADAS
                       " confirmaciones sin alerta " DESCONOCIDAS
           END-IF.

       MAIN-FIN.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CARGA-PLAZO.
           OPEN INPUT PLAZO-ALERTAS
           IF APZ-STATUS = "00"
               READ PLAZO-ALERTAS
                   NOT AT END
                       IF ALERTPLZ-RECORD IS NUMERIC
                               AND ALERTPLZ-RECORD > 0
                           MOVE ALERTPLZ-RECORD TO PLAZO-MINUTOS
                       END-IF
               END-READ
               CLOSE PLAZO-ALERTAS
           END-IF.

      *Pasa la marca de tiempo de MARCA-CALCULO a minutos absolutos
      *para poder restar envios de dias distintos.
       CALCULA-MINUTOS.
           COMPUTE MINUTOS-CALCULO =
               FUNCTION INTEGER-OF-DATE (MC-FECHA) * 1440
               + MC-HORA * 60 + MC-MINUTO.

      *Las confirmaciones se leen enteras en cada pasada; solo cambian
      *las alertas todavia pendientes.
       APLICA-CONFIRMACIONES.
           OPEN INPUT ALERTAS-CONFIRMADAS
           IF AA-STATUS = "00"
               MOVE "N" TO FIN-CONFIRMACIONES
               PERFORM UNTIL NO-MAS-CONFIRMACIONES
                   READ ALERTAS-CONFIRMADAS
                       AT END
                           MOVE "S" TO FIN-CONFIRMACIONES
                       NOT AT END
                           PERFORM APLICA-CONFIRMACION
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-CONFIRMADAS
           END-IF.

       APLICA-CONFIRMACION.
           IF AA-NUMERO IS NOT NUMERIC
               ADD 1 TO DESCONOCIDAS
           ELSE
               MOVE AA-NUMERO TO AE-NUMERO
               READ ALERTAS-ESTADO
                   INVALID KEY
                       ADD 1 TO DESCONOCIDAS
                   NOT INVALID KEY
                       IF AE-PENDIENTE
                           MOVE "C"          TO AE-ESTADO
                           MOVE AA-OPERADOR  TO AE-CONFIRMA-OPERADOR
                           MOVE AA-TIMESTAMP TO AE-CONFIRMA-HORA
                           REWRITE ALERTEST-RECORD
                           ADD 1 TO CONFIRMADAS
                       END-IF
               END-READ
           END-IF.

       REVISA-PENDIENTES.
           MOVE 0 TO AE-NUMERO
           START ALERTAS-ESTADO KEY IS NOT LESS THAN AE-NUMERO
               INVALID KEY
                   MOVE "S" TO FIN-ESTADO
               NOT INVALID KEY
                   MOVE "N" TO FIN-ESTADO
           END-START
           PERFORM UNTIL NO-MAS-ESTADO
               READ ALERTAS-ESTADO NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-ESTADO
                   NOT AT END
                       IF AE-PENDIENTE
                           PERFORM REVISA-PLAZO
                       END-IF
               END-READ
           END-PERFORM.

       REVISA-PLAZO.
           MOVE AE-ULTIMO-ENVIO TO MARCA-CALCULO
           IF MC-FECHA IS NUMERIC AND MC-HORA IS NUMERIC
                   AND MC-MINUTO IS NUMERIC
               PERFORM CALCULA-MINUTOS
               COMPUTE MINUTOS-ESPERA =
                   MINUTOS-AHORA - MINUTOS-CALCULO
               IF MINUTOS-ESPERA NOT < PLAZO-MINUTOS
                   PERFORM REENVIA-ALERTA
               END-IF
           END-IF.

       REENVIA-ALERTA.
           MOVE AE-ORDEN        TO ORDEN-ELEGIDO
           MOVE AE-DESTINATARIO TO OPERADOR-ELEGIDO
           MOVE AE-CONTACTO     TO CONTACTO-ELEGIDO
           PERFORM BUSCA-SIGUIENTE-CONTACTO
           IF AE-ENVIOS < 99
               ADD 1 TO AE-ENVIOS
           END-IF
           MOVE ORDEN-ELEGIDO    TO AE-ORDEN
           MOVE OPERADOR-ELEGIDO TO AE-DESTINATARIO
           MOVE CONTACTO-ELEGIDO TO AE-CONTACTO
           MOVE AHORA            TO AE-ULTIMO-ENVIO
           REWRITE ALERTEST-RECORD

           MOVE AE-NUMERO        TO AL-NUMERO
           MOVE AE-CODIGO        TO AL-CODIGO
           MOVE AE-SEVERIDAD     TO AL-SEVERIDAD
           MOVE AE-PROGRAMA      TO AL-PROGRAMA
           MOVE AE-FECHA-NEGOCIO TO AL-FECHA-NEGOCIO
           MOVE AHORA            TO AL-TIMESTAMP
           MOVE AE-DESTINATARIO  TO AL-DESTINATARIO
           MOVE AE-CONTACTO      TO AL-CONTACTO
           MOVE AE-ENVIOS        TO AL-ENVIO
           MOVE AE-TEXTO         TO AL-TEXTO
           OPEN EXTEND ALERTAS-SALIDA
           IF OUT-STATUS = "35"
               OPEN OUTPUT ALERTAS-SALIDA
               CLOSE ALERTAS-SALIDA
               OPEN EXTEND ALERTAS-SALIDA
           END-IF
           WRITE ALERTOUT-RECORD
           CLOSE ALERTAS-SALIDA
           ADD 1 TO REENVIADAS.

      *El siguiente contacto es el de menor orden, por encima del que
      *ya recibio la alerta, que cubre su severidad (o *) en la franja
      *de la hora actual. Si no lo hay se queda el mismo destinatario.
       BUSCA-SIGUIENTE-CONTACTO.
           OPEN INPUT CUADRANTE-GUARDIA
           IF GU-STATUS = "00"
               MOVE "N" TO FIN-GUARDIAS
               PERFORM UNTIL NO-MAS-GUARDIAS
                   READ CUADRANTE-GUARDIA
                       AT END
                           MOVE "S" TO FIN-GUARDIAS
                       NOT AT END
                           PERFORM EVALUA-GUARDIA
                               THRU EVALUA-GUARDIA-FIN
                   END-READ
               END-PERFORM
               CLOSE CUADRANTE-GUARDIA
           END-IF.

       EVALUA-GUARDIA.
           IF GU-SEVERIDAD NOT = AE-SEVERIDAD
                   AND GU-SEVERIDAD NOT = "*"
               GO TO EVALUA-GUARDIA-FIN
           END-IF
           IF GU-ORDEN IS NOT NUMERIC OR GU-HORA-DESDE IS NOT NUMERIC
                   OR GU-HORA-HASTA IS NOT NUMERIC
               GO TO EVALUA-GUARDIA-FIN
           END-IF
           IF GU-ORDEN NOT > AE-ORDEN
               GO TO EVALUA-GUARDIA-FIN
           END-IF
           MOVE "N" TO EN-FRANJA
           IF GU-HORA-DESDE NOT > GU-HORA-HASTA
               IF HORA-ACTUAL NOT < GU-HORA-DESDE
                       AND HORA-ACTUAL NOT > GU-HORA-HASTA
                   MOVE "S" TO EN-FRANJA
               END-IF
           ELSE
               IF HORA-ACTUAL NOT < GU-HORA-DESDE
                       OR HORA-ACTUAL NOT > GU-HORA-HASTA
                   MOVE "S" TO EN-FRANJA
               END-IF
           END-IF
           IF HORA-EN-FRANJA
               IF ORDEN-ELEGIDO = AE-ORDEN OR GU-ORDEN < ORDEN-ELEGIDO
                   MOVE GU-ORDEN    TO ORDEN-ELEGIDO
                   MOVE GU-OPERADOR TO OPERADOR-ELEGIDO
                   MOVE GU-CONTACTO TO CONTACTO-ELEGIDO
               END-IF
           END-IF.

       EVALUA-GUARDIA-FIN.
           EXIT.

       END PROGRAM ALERTESC.
