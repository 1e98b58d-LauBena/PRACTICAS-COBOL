      *          activa en SESION.DAT que el resto de programas
      *          interactivos reutiliza, y ofrece el cierre explicito
      *          de sesion, dejando ambos eventos en SIGNOFF.LOG.
      *          Al abrir la sesion le carga los permisos de la matriz
      *          PERMISOS.DAT del operador y de su grupo de rol.
      *          Si hay un relevo de turno pendiente en RELEVO.DAT
      *          preparado por otro operador, se le muestra al entrante
      *          con sus elementos abiertos por cola y sus notas, y la
      *          sesion no se abre hasta que lo acepta; la aceptacion
      *          deja en el relevo el nombre del entrante y la hora.
      *          Una cuenta de formacion abre la sesion en modo de
      *          entrenamiento, con el aviso TRAINING en pantalla, y no
      *          recibe el relevo de turno real.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AVISO-ACKS ASSIGN TO "AVISACK.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
           SELECT RELEVOS-FILE ASSIGN TO "RELEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-NUMERO
               FILE STATUS IS TU-STATUS.
           SELECT NOTAS-FILE ASSIGN TO "RELNOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNOFF-LOG.
           05  AK-OPERADOR          PIC X(08).
           05  AK-AVISO-ID          PIC 9(04).
           05  AK-TIMESTAMP         PIC X(21).
       FD  RELEVOS-FILE.
       COPY RELEVREG.
       FD  NOTAS-FILE.
       COPY RELNOTAS.
       WORKING-STORAGE SECTION.
       01  SIGNOFF-STATUS      PIC XX.
       01  AVI-STATUS          PIC XX.
       01  ACK-STATUS          PIC XX.
       01  TU-STATUS           PIC XX.
       01  TN-STATUS           PIC XX.
       01  RELEVO-BUSCADO      PIC 9(06) VALUE 0.
       01  RELEVO-RECHAZADO-SW PIC X VALUE "N".
           88  RELEVO-RECHAZADO       VALUE "S".
       01  CONFIRMA-RELEVO     PIC X.
           88  RELEVO-CONFIRMADO      VALUE "S" "s".
       01  RELEVO-AHORA        PIC X(21).
       01  HOY                 PIC 9(08).
       01  CONFIRMA-AVISO      PIC X.
           88  AVISO-CONFIRMADO       VALUE "S" "s".
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
                           "sin confirmar."
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   IF NOT AC-EN-ENTRENAMIENTO
                       PERFORM ACEPTA-RELEVO THRU ACEPTA-RELEVO-FIN
                   END-IF
                   IF RELEVO-RECHAZADO
                       DISPLAY "Sesion no iniciada: el relevo de "
                               "turno no se ha aceptado."
                       MOVE 8 TO CODIGO-RETORNO
                   ELSE
                       PERFORM ABRE-SESION-OPERADOR
                   END-IF
               END-IF
           ELSE
               IF AC-FUERA-HORARIO
           MOVE OP-OPERADOR-ID TO SE-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO SE-TERMINAL-ID
           MOVE AC-NIVEL       TO SE-NIVEL
           MOVE "N"            TO SE-ENTRENAMIENTO
           IF AC-EN-ENTRENAMIENTO
               MOVE "S"        TO SE-ENTRENAMIENTO
           END-IF
           MOVE "L"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE AC-NIVEL       TO PK-NIVEL
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           MOVE "A" TO SE-ACCION
           CALL "OPERSES" USING OPERSES-PARM
           IF SE-SESION-ACTIVA
               MOVE "I" TO EVENTO-SESION
               PERFORM REGISTRA-EVENTO-SESION
               DISPLAY "Sesion iniciada para "
                       OP-OPERADOR-ID "."
               IF SE-EN-ENTRENAMIENTO
                   DISPLAY "*** MODO ENTRENAMIENTO (TRAINING) *** "
                           "se trabaja contra los ficheros ENT."
               END-IF
           ELSE
               DISPLAY "No se pudo abrir la sesion en "
                       "SESION.DAT."
           WRITE AVISO-ACK-RECORD
           CLOSE AVISO-ACKS.

      *El relevo pendiente mas reciente preparado por otro operador
      *se muestra al entrante, que debe aceptarlo para entrar; al
      *aceptarlo quedan aceptados tambien los relevos anteriores aun
      *pendientes, que ese relevo ya sustituye.
       ACEPTA-RELEVO.
           MOVE "N" TO RELEVO-RECHAZADO-SW
           MOVE 0 TO RELEVO-BUSCADO
           OPEN I-O RELEVOS-FILE
           IF TU-STATUS NOT = "00"
               GO TO ACEPTA-RELEVO-FIN
           END-IF
           PERFORM UNTIL TU-STATUS NOT = "00"
               READ RELEVOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TU-STATUS
                   NOT AT END
                       IF TU-PENDIENTE
                               AND TU-SALIENTE NOT = OP-OPERADOR-ID
                           MOVE TU-NUMERO TO RELEVO-BUSCADO
                       END-IF
               END-READ
           END-PERFORM
           IF RELEVO-BUSCADO = 0
               CLOSE RELEVOS-FILE
               GO TO ACEPTA-RELEVO-FIN
           END-IF
           MOVE RELEVO-BUSCADO TO TU-NUMERO
           READ RELEVOS-FILE
               INVALID KEY
                   CLOSE RELEVOS-FILE
                   GO TO ACEPTA-RELEVO-FIN
           END-READ
           PERFORM MUESTRA-RELEVO
           DISPLAY "Aceptas el relevo de turno de " TU-SALIENTE
                   " (S/N)? "
           ACCEPT CONFIRMA-RELEVO
           IF NOT RELEVO-CONFIRMADO
               MOVE "S" TO RELEVO-RECHAZADO-SW
               CLOSE RELEVOS-FILE
               GO TO ACEPTA-RELEVO-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RELEVO-AHORA
           MOVE 0 TO TU-NUMERO
           START RELEVOS-FILE KEY IS NOT LESS THAN TU-NUMERO
               INVALID KEY
                   MOVE "10" TO TU-STATUS
           END-START
           PERFORM UNTIL TU-STATUS NOT = "00"
               READ RELEVOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TU-STATUS
                   NOT AT END
                       IF TU-NUMERO > RELEVO-BUSCADO
                           MOVE "10" TO TU-STATUS
                       ELSE
                           IF TU-PENDIENTE
                                   AND TU-SALIENTE NOT = OP-OPERADOR-ID
                               MOVE "A" TO TU-ESTADO
                               MOVE OP-OPERADOR-ID TO TU-ENTRANTE
                               MOVE RELEVO-AHORA TO TU-ACEPTACION
                               REWRITE RELEVO-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELEVOS-FILE
           DISPLAY "Relevo " RELEVO-BUSCADO " aceptado por "
                   OP-OPERADOR-ID ".".

       ACEPTA-RELEVO-FIN.
           EXIT.

       MUESTRA-RELEVO.
           DISPLAY "RELEVO DE TURNO " TU-NUMERO " de " TU-SALIENTE
                   " (" TU-CREADO (1:8) " " TU-CREADO (9:2) ":"
                   TU-CREADO (11:2) "), detalle en " TU-INFORME
           DISPLAY "  Operaciones por aprobar:   " TU-CUENTA (1)
           DISPLAY "  Excepciones abiertas:      " TU-CUENTA (2)
           DISPLAY "  Cerrojos tomados:          " TU-CUENTA (3)
           DISPLAY "  Lotes de altas sin cargar: " TU-CUENTA (4)
           DISPLAY "  Rechazos sin reparar:      " TU-CUENTA (5)
           DISPLAY "  Extractos sin casar:       " TU-CUENTA (6)
           IF TU-NOTAS > 0
               DISPLAY "  Notas del turno saliente:"
               OPEN INPUT NOTAS-FILE
               IF TN-STATUS = "00"
                   PERFORM UNTIL TN-STATUS NOT = "00"
                       READ NOTAS-FILE
                           AT END
                               MOVE "10" TO TN-STATUS
                           NOT AT END
                               IF TN-NUMERO = TU-NUMERO
                                   DISPLAY "    " TN-TEXTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-FILE
               END-IF
           END-IF.

      *Evento de sesion en el log de firmas: I inicio, F fin.
       REGISTRA-EVENTO-SESION.
           MOVE OP-OPERADOR-ID  TO SO-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO SO-TIMESTAMP
           MOVE EVENTO-SESION   TO SO-RESPUESTA
           MOVE "S"             TO SO-AUTORIZADO
           MOVE SPACES TO SO-PROGRAMA
           MOVE SPACES TO SO-FUNCION
           PERFORM ABRE-SIGNOFF-LOG
           WRITE SIGNOFF-RECORD
           CLOSE SIGNOFF-LOG.
