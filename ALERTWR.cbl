      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Emisor comun de alertas hacia la pasarela de
      *          mensajeria de la guardia. Numera la alerta con la
      *          secuencia ALERTA de SECASIG, busca en el cuadrante
      *          GUARDIAS.DAT el primer contacto para su severidad y la
      *          hora actual, graba el registro de salida en
      *          ALERTOUT.DAT (codigo, severidad, programa, fecha de
      *          negocio y texto) y abre su estado en ALERTEST.DAT para
      *          que ALERTESC siga la confirmacion y los reenvios. Sin
      *          cuadrante, o sin nadie de guardia a esa hora, la alerta
      *          sale igualmente con destinatario GUARDIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTWR.
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
           SELECT CUADRANTE-GUARDIA ASSIGN TO "GUARDIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-SALIDA.
       COPY ALERTOUT.
       FD  ALERTAS-ESTADO.
       COPY ALERTEST.
       FD  CUADRANTE-GUARDIA.
       COPY GUARDIAS.
       WORKING-STORAGE SECTION.
       01  OUT-STATUS          PIC XX.
       01  AE-STATUS           PIC XX.
       01  GU-STATUS           PIC XX.
       01  AHORA               PIC X(21).
       01  HORA-ACTUAL         PIC 9(04).
       01  ORDEN-ELEGIDO       PIC 9(01).
       01  OPERADOR-ELEGIDO    PIC X(08).
       01  CONTACTO-ELEGIDO    PIC X(30).
       01  FIN-GUARDIAS        PIC X VALUE "N".
           88  NO-MAS-GUARDIAS       VALUE "S".
       01  EN-FRANJA           PIC X VALUE "N".
           88  HORA-EN-FRANJA        VALUE "S".
       COPY SECPRM.
       COPY FECHAPRM.
       LINKAGE SECTION.
       COPY ALERTPRM.
       PROCEDURE DIVISION USING ALERTWR-PARM.
       MAIN-PROCEDURE.
           MOVE "E" TO AW-RESULTADO
           MOVE 0 TO AW-NUMERO
           MOVE SPACES TO AW-DESTINATARIO
           MOVE FUNCTION CURRENT-DATE TO AHORA
           MOVE AHORA (9:4) TO HORA-ACTUAL

           MOVE "A"          TO SC-ACCION
           MOVE "ALERTA"     TO SC-SECUENCIA
           MOVE AW-PROGRAMA  TO SC-PROGRAMA
           MOVE "ALERTWR"    TO SC-OPERADOR-ID
           CALL "SECASIG" USING SECASIG-PARM
           IF NOT SC-CORRECTO
               DISPLAY "ALERTWR: sin numero de alerta, la alerta "
                       AW-CODIGO " no se envia a la guardia."
               GOBACK
           END-IF
           MOVE SC-NUMERO TO AW-NUMERO

           CALL "FECHANEG" USING FECHANEG-PARM
           PERFORM BUSCA-PRIMER-CONTACTO THRU BUSCA-PRIMER-CONTACTO-FIN

           MOVE AW-NUMERO         TO AL-NUMERO
           MOVE AW-CODIGO         TO AL-CODIGO
           MOVE AW-SEVERIDAD      TO AL-SEVERIDAD
           MOVE AW-PROGRAMA       TO AL-PROGRAMA
           MOVE FN-FECHA-NEGOCIO  TO AL-FECHA-NEGOCIO
           MOVE AHORA             TO AL-TIMESTAMP
           MOVE OPERADOR-ELEGIDO  TO AL-DESTINATARIO
           MOVE CONTACTO-ELEGIDO  TO AL-CONTACTO
           MOVE 1                 TO AL-ENVIO
           MOVE AW-TEXTO          TO AL-TEXTO
           PERFORM ABRE-ALERTAS-SALIDA
           WRITE ALERTOUT-RECORD
           CLOSE ALERTAS-SALIDA

           MOVE AW-NUMERO         TO AE-NUMERO
           MOVE AW-CODIGO         TO AE-CODIGO
           MOVE AW-SEVERIDAD      TO AE-SEVERIDAD
           MOVE AW-PROGRAMA       TO AE-PROGRAMA
           MOVE FN-FECHA-NEGOCIO  TO AE-FECHA-NEGOCIO
           MOVE AW-TEXTO          TO AE-TEXTO
           MOVE AHORA             TO AE-EMITIDA
           MOVE ORDEN-ELEGIDO     TO AE-ORDEN
           MOVE OPERADOR-ELEGIDO  TO AE-DESTINATARIO
           MOVE CONTACTO-ELEGIDO  TO AE-CONTACTO
           MOVE AHORA             TO AE-ULTIMO-ENVIO
           MOVE 1                 TO AE-ENVIOS
           MOVE "P"               TO AE-ESTADO
           MOVE SPACES            TO AE-CONFIRMA-OPERADOR
           MOVE SPACES            TO AE-CONFIRMA-HORA
           OPEN I-O ALERTAS-ESTADO
           IF AE-STATUS = "35"
               OPEN OUTPUT ALERTAS-ESTADO
               CLOSE ALERTAS-ESTADO
               OPEN I-O ALERTAS-ESTADO
           END-IF
           WRITE ALERTEST-RECORD
               INVALID KEY
                   DISPLAY "ALERTWR: alerta " AW-NUMERO
                           " ya registrada en ALERTEST.DAT."
           END-WRITE
           CLOSE ALERTAS-ESTADO

           MOVE OPERADOR-ELEGIDO TO AW-DESTINATARIO
           MOVE "S" TO AW-RESULTADO
           GOBACK.

      *El primer aviso va al contacto de menor orden que cubre la
      *severidad (o *) en la franja de la hora actual.
       BUSCA-PRIMER-CONTACTO.
           MOVE 0 TO ORDEN-ELEGIDO
           MOVE "GUARDIA" TO OPERADOR-ELEGIDO
           MOVE SPACES TO CONTACTO-ELEGIDO
           OPEN INPUT CUADRANTE-GUARDIA
           IF GU-STATUS NOT = "00"
               GO TO BUSCA-PRIMER-CONTACTO-FIN
           END-IF
           MOVE "N" TO FIN-GUARDIAS
           PERFORM UNTIL NO-MAS-GUARDIAS
               READ CUADRANTE-GUARDIA
                   AT END
                       MOVE "S" TO FIN-GUARDIAS
                   NOT AT END
                       PERFORM EVALUA-GUARDIA THRU EVALUA-GUARDIA-FIN
               END-READ
           END-PERFORM
           CLOSE CUADRANTE-GUARDIA.

       BUSCA-PRIMER-CONTACTO-FIN.
           EXIT.

       EVALUA-GUARDIA.
           IF GU-SEVERIDAD NOT = AW-SEVERIDAD
                   AND GU-SEVERIDAD NOT = "*"
               GO TO EVALUA-GUARDIA-FIN
           END-IF
           IF GU-ORDEN IS NOT NUMERIC OR GU-HORA-DESDE IS NOT NUMERIC
                   OR GU-HORA-HASTA IS NOT NUMERIC
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
               IF ORDEN-ELEGIDO = 0 OR GU-ORDEN < ORDEN-ELEGIDO
                   MOVE GU-ORDEN    TO ORDEN-ELEGIDO
                   MOVE GU-OPERADOR TO OPERADOR-ELEGIDO
                   MOVE GU-CONTACTO TO CONTACTO-ELEGIDO
               END-IF
           END-IF.

       EVALUA-GUARDIA-FIN.
           EXIT.

       ABRE-ALERTAS-SALIDA.
           OPEN EXTEND ALERTAS-SALIDA
           IF OUT-STATUS = "35"
               OPEN OUTPUT ALERTAS-SALIDA
               CLOSE ALERTAS-SALIDA
               OPEN EXTEND ALERTAS-SALIDA
           END-IF.

       END PROGRAM ALERTWR.
