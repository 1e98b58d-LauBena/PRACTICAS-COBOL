      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Control comun de la matriz de permisos PERMISOS.DAT:
      *          al abrir SIGNON la sesion carga en ella las entradas
      *          del operador y de su grupo de rol, y cada programa
      *          interactivo pregunta antes de cada funcion si el
      *          operador puede usarla. Resuelve con los permisos de
      *          la sesion o, sin ella, con el propio fichero; manda
      *          la entrada mas concreta y sin ninguna se permite. La
      *          denegacion queda en SIGNOFF.LOG como evento P.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISOS-FILE ASSIGN TO "PERMISOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CLAVE
               FILE STATUS IS PM-STATUS.
           SELECT AUTH-OPERATORS ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AO-OPERADOR
               FILE STATUS IS AUTH-STATUS.
           SELECT SIGNOFF-LOG ASSIGN TO "SIGNOFF.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGNOFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMISOS-FILE.
       COPY PERMISO.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  SIGNOFF-LOG.
       COPY SIGNOFF.
       WORKING-STORAGE SECTION.
       01  PM-STATUS           PIC XX.
       01  AUTH-STATUS         PIC XX.
       01  SIGNOFF-STATUS      PIC XX.
       01  SUJETO-ROL.
           05  FILLER              PIC X(04) VALUE "ROL-".
           05  SUJETO-ROL-NIVEL    PIC X.
           05  FILLER              PIC X(03) VALUE SPACES.
       01  SUJETO-CARGA        PIC X(08).
       01  TIPO-CARGA          PIC X.
      *Valor hallado para cada nivel de precedencia; espacio si no
      *hay entrada.
       01  PERM-OPER-FUNCION   PIC X.
       01  PERM-OPER-PROGRAMA  PIC X.
       01  PERM-ROL-FUNCION    PIC X.
       01  PERM-ROL-PROGRAMA   PIC X.
       01  PERM-LEIDO          PIC X.
       LINKAGE SECTION.
       COPY PERMPRM.
       COPY SESPRM.
       PROCEDURE DIVISION USING PERMCHK-PARM OPERSES-PARM.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN PK-CARGA
                   PERFORM CARGA-PERMISOS
               WHEN OTHER
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE
           GOBACK.

      *Carga en la sesion las entradas del operador (tipo O) y de su
      *grupo de rol (tipo R); si no caben, la sesion queda sin ellas
      *y cada verificacion ira al fichero.
       CARGA-PERMISOS.
           MOVE "N" TO SE-PERM-CARGADOS
           MOVE 0   TO SE-PERM-COUNT
           OPEN INPUT PERMISOS-FILE
           IF PM-STATUS NOT = "00"
               MOVE "S" TO SE-PERM-CARGADOS
               GOBACK
           END-IF
           MOVE "S" TO SE-PERM-CARGADOS
           MOVE PK-OPERADOR-ID TO SUJETO-CARGA
           MOVE "O"            TO TIPO-CARGA
           PERFORM CARGA-SUJETO
           MOVE PK-NIVEL TO SUJETO-ROL-NIVEL
           IF SUJETO-ROL-NIVEL = SPACE
               MOVE "O" TO SUJETO-ROL-NIVEL
           END-IF
           MOVE SUJETO-ROL TO SUJETO-CARGA
           MOVE "R"        TO TIPO-CARGA
           PERFORM CARGA-SUJETO
           CLOSE PERMISOS-FILE.

       CARGA-SUJETO.
           MOVE SUJETO-CARGA TO PM-SUJETO
           MOVE LOW-VALUES   TO PM-PROGRAMA
           MOVE LOW-VALUES   TO PM-FUNCION
           START PERMISOS-FILE KEY NOT < PM-CLAVE
               INVALID KEY
                   MOVE "23" TO PM-STATUS
           END-START
           IF PM-STATUS = "00"
               READ PERMISOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PM-STATUS
               END-READ
           END-IF
           PERFORM UNTIL PM-STATUS NOT = "00"
                   OR PM-SUJETO NOT = SUJETO-CARGA
               IF SE-PERM-COUNT < 30
                   ADD 1 TO SE-PERM-COUNT
                   SET SE-PERM-IX TO SE-PERM-COUNT
                   MOVE TIPO-CARGA   TO SE-PERM-TIPO (SE-PERM-IX)
                   MOVE PM-PROGRAMA  TO SE-PERM-PROGRAMA (SE-PERM-IX)
                   MOVE PM-FUNCION   TO SE-PERM-FUNCION (SE-PERM-IX)
                   MOVE PM-PERMITIDO TO SE-PERM-PERMITIDO (SE-PERM-IX)
               ELSE
                   MOVE "N" TO SE-PERM-CARGADOS
               END-IF
               READ PERMISOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PM-STATUS
               END-READ
           END-PERFORM.

       VERIFICA-PERMISO.
           MOVE SPACES TO PERM-OPER-FUNCION
           MOVE SPACES TO PERM-OPER-PROGRAMA
           MOVE SPACES TO PERM-ROL-FUNCION
           MOVE SPACES TO PERM-ROL-PROGRAMA
           IF SE-SESION-ACTIVA
                   AND SE-OPERADOR-ID = PK-OPERADOR-ID
                   AND SE-PERMISOS-CARGADOS
               PERFORM RESUELVE-SESION
           ELSE
               PERFORM RESUELVE-FICHERO THRU RESUELVE-FICHERO-FIN
           END-IF
           EVALUATE TRUE
               WHEN PERM-OPER-FUNCION NOT = SPACE
                   MOVE PERM-OPER-FUNCION  TO PK-RESULTADO
               WHEN PERM-OPER-PROGRAMA NOT = SPACE
                   MOVE PERM-OPER-PROGRAMA TO PK-RESULTADO
               WHEN PERM-ROL-FUNCION NOT = SPACE
                   MOVE PERM-ROL-FUNCION   TO PK-RESULTADO
               WHEN PERM-ROL-PROGRAMA NOT = SPACE
                   MOVE PERM-ROL-PROGRAMA  TO PK-RESULTADO
               WHEN OTHER
                   MOVE "S" TO PK-RESULTADO
           END-EVALUATE
           IF NOT PK-PERMITIDO
               MOVE "N" TO PK-RESULTADO
               PERFORM REGISTRA-DENEGACION
           END-IF.

       RESUELVE-SESION.
           PERFORM VARYING SE-PERM-IX FROM 1 BY 1
                   UNTIL SE-PERM-IX > SE-PERM-COUNT
               IF SE-PERM-PROGRAMA (SE-PERM-IX) = PK-PROGRAMA
                   EVALUATE TRUE
                       WHEN SE-PERM-TIPO (SE-PERM-IX) = "O"
                               AND SE-PERM-FUNCION (SE-PERM-IX)
                                   = PK-FUNCION
                           MOVE SE-PERM-PERMITIDO (SE-PERM-IX)
                               TO PERM-OPER-FUNCION
                       WHEN SE-PERM-TIPO (SE-PERM-IX) = "O"
                               AND SE-PERM-FUNCION (SE-PERM-IX) = "*"
                           MOVE SE-PERM-PERMITIDO (SE-PERM-IX)
                               TO PERM-OPER-PROGRAMA
                       WHEN SE-PERM-TIPO (SE-PERM-IX) = "R"
                               AND SE-PERM-FUNCION (SE-PERM-IX)
                                   = PK-FUNCION
                           MOVE SE-PERM-PERMITIDO (SE-PERM-IX)
                               TO PERM-ROL-FUNCION
                       WHEN SE-PERM-TIPO (SE-PERM-IX) = "R"
                               AND SE-PERM-FUNCION (SE-PERM-IX) = "*"
                           MOVE SE-PERM-PERMITIDO (SE-PERM-IX)
                               TO PERM-ROL-PROGRAMA
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *Sin sesion (o con demasiados permisos para llevarlos en ella)
      *se lee el fichero; el grupo de rol sale de AUTHOPS.DAT.
       RESUELVE-FICHERO.
           OPEN INPUT PERMISOS-FILE
           IF PM-STATUS NOT = "00"
               GO TO RESUELVE-FICHERO-FIN
           END-IF
           MOVE PK-NIVEL TO SUJETO-ROL-NIVEL
           IF SE-SESION-ACTIVA AND SE-OPERADOR-ID = PK-OPERADOR-ID
               MOVE SE-NIVEL TO SUJETO-ROL-NIVEL
           END-IF
           IF SUJETO-ROL-NIVEL = SPACE
               PERFORM BUSCA-NIVEL-OPERADOR
           END-IF
           MOVE PK-OPERADOR-ID TO PM-SUJETO
           MOVE PK-FUNCION     TO PM-FUNCION
           PERFORM LEE-PERMISO
           MOVE PERM-LEIDO     TO PERM-OPER-FUNCION
           MOVE "*"            TO PM-FUNCION
           PERFORM LEE-PERMISO
           MOVE PERM-LEIDO     TO PERM-OPER-PROGRAMA
           MOVE SUJETO-ROL     TO PM-SUJETO
           MOVE PK-FUNCION     TO PM-FUNCION
           PERFORM LEE-PERMISO
           MOVE PERM-LEIDO     TO PERM-ROL-FUNCION
           MOVE "*"            TO PM-FUNCION
           PERFORM LEE-PERMISO
           MOVE PERM-LEIDO     TO PERM-ROL-PROGRAMA
           CLOSE PERMISOS-FILE.

       RESUELVE-FICHERO-FIN.
           EXIT.

       BUSCA-NIVEL-OPERADOR.
           MOVE "O" TO SUJETO-ROL-NIVEL
           OPEN INPUT AUTH-OPERATORS
           IF AUTH-STATUS = "00"
               MOVE PK-OPERADOR-ID TO AO-OPERADOR
               READ AUTH-OPERATORS
                   INVALID KEY
                       MOVE "23" TO AUTH-STATUS
               END-READ
               IF AUTH-STATUS = "00" AND AO-NIVEL NOT = SPACE
                   MOVE AO-NIVEL TO SUJETO-ROL-NIVEL
               END-IF
               CLOSE AUTH-OPERATORS
           END-IF.

       LEE-PERMISO.
           MOVE SPACES      TO PERM-LEIDO
           MOVE PK-PROGRAMA TO PM-PROGRAMA
           READ PERMISOS-FILE
               INVALID KEY
                   MOVE "23" TO PM-STATUS
           END-READ
           IF PM-STATUS = "00"
               MOVE PM-PERMITIDO TO PERM-LEIDO
           END-IF.

      *Evento P del log de firmas: funcion denegada por la matriz.
       REGISTRA-DENEGACION.
           MOVE PK-OPERADOR-ID  TO SO-OPERADOR
           MOVE PK-TERMINAL-ID  TO SO-TERMINAL
           MOVE FUNCTION CURRENT-DATE TO SO-TIMESTAMP
           MOVE "P"             TO SO-RESPUESTA
           MOVE "N"             TO SO-AUTORIZADO
           MOVE PK-PROGRAMA     TO SO-PROGRAMA
           MOVE PK-FUNCION      TO SO-FUNCION
           OPEN EXTEND SIGNOFF-LOG
           IF SIGNOFF-STATUS = "35"
               OPEN OUTPUT SIGNOFF-LOG
               CLOSE SIGNOFF-LOG
               OPEN EXTEND SIGNOFF-LOG
           END-IF
           WRITE SIGNOFF-RECORD
           CLOSE SIGNOFF-LOG.

       END PROGRAM PERMCHK.
