      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Reimpresion de un informe desde cualquier generacion
      *          catalogada por GENREP en CATGEN.DAT, o desde un
      *          fichero de generacion recuperado de la copia de
      *          seguridad cuyo nombre da el solicitante. Copia la
      *          generacion a RPnnnnnn.PRT (numero de la secuencia
      *          REIMPR de SECASIG) entre una cabecera y un pie REPRINT
      *          con el informe, la fecha, la generacion y quien la
      *          pidio, y anota la entrega en el log de distribucion
      *          DISTLOG.DAT. Una generacion purgada por la retencion
      *          no se reimprime hasta que se recupere su fichero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "CATGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT GENERACION-FILE ASSIGN TO DYNAMIC GENERACION-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT REIMPRESION-FILE ASSIGN TO DYNAMIC REIMPRESION-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REI-STATUS.
           SELECT DISTLOG-FILE ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CG-INFORME             PIC X(12).
           05  CG-FECHA               PIC 9(08).
           05  CG-NOMBRE              PIC X(20).
           05  CG-ESTADO              PIC X.
       FD  GENERACION-FILE.
       01  GENERACION-LINEA          PIC X(150).
       FD  REIMPRESION-FILE.
       01  REIMPRESION-LINEA         PIC X(150).
       FD  DISTLOG-FILE.
       COPY DISTLOG.
       WORKING-STORAGE SECTION.
       01  CAT-STATUS          PIC XX.
       01  GEN-STATUS          PIC XX.
       01  REI-STATUS          PIC XX.
       01  DSL-STATUS          PIC XX.
       01  GENERACION-NOMBRE   PIC X(20).
       01  REIMPRESION-NOMBRE  PIC X(20).
       01  GENERACION-ESTADO   PIC X VALUE SPACE.
           88  GENERACION-PURGADA     VALUE "P".
       01  AHORA               PIC X(21).
       01  FIN-GENERACION      PIC X VALUE "N".
           88  NO-MAS-LINEAS          VALUE "S".
       COPY SECPRM.
       LINKAGE SECTION.
       COPY REIMPRM.
       PROCEDURE DIVISION USING REIMPR-PARM.
       MAIN-PROCEDURE.
           MOVE "E" TO RM-RESULTADO
           MOVE SPACES TO RM-SALIDA
           MOVE 0 TO RM-LINEAS
           MOVE SPACE TO GENERACION-ESTADO
           MOVE FUNCTION CURRENT-DATE TO AHORA

           IF RM-FICHERO NOT = SPACES
               MOVE RM-FICHERO TO GENERACION-NOMBRE
           ELSE
               PERFORM BUSCA-GENERACION
               IF GENERACION-NOMBRE = SPACES
                   MOVE "N" TO RM-RESULTADO
                   GO TO MAIN-FIN
               END-IF
           END-IF

           OPEN INPUT GENERACION-FILE
           IF GEN-STATUS NOT = "00"
               MOVE "F" TO RM-RESULTADO
               GO TO MAIN-FIN
           END-IF
           MOVE "N" TO FIN-GENERACION
           PERFORM LEE-GENERACION
      *La purga deja vacio el fichero de la generacion; si sigue
      *vacio es que no se ha recuperado de la copia de seguridad.
           IF NO-MAS-LINEAS AND GENERACION-PURGADA
               CLOSE GENERACION-FILE
               MOVE "P" TO RM-RESULTADO
               GO TO MAIN-FIN
           END-IF

           MOVE "A"            TO SC-ACCION
           MOVE "REIMPR"       TO SC-SECUENCIA
           MOVE "REIMPR"       TO SC-PROGRAMA
           MOVE RM-SOLICITANTE TO SC-OPERADOR-ID
           CALL "SECASIG" USING SECASIG-PARM
           IF NOT SC-CORRECTO
               CLOSE GENERACION-FILE
               GO TO MAIN-FIN
           END-IF
           MOVE SPACES TO REIMPRESION-NOMBRE
           STRING "RP" SC-NUMERO ".PRT" DELIMITED BY SIZE
               INTO REIMPRESION-NOMBRE

           OPEN OUTPUT REIMPRESION-FILE
           PERFORM ESCRIBE-CABECERA
           PERFORM COPIA-LINEA UNTIL NO-MAS-LINEAS
           PERFORM ESCRIBE-PIE
           CLOSE REIMPRESION-FILE
           CLOSE GENERACION-FILE

           PERFORM ANOTA-REIMPRESION
           MOVE REIMPRESION-NOMBRE TO RM-SALIDA
           MOVE "S" TO RM-RESULTADO.

       MAIN-FIN.
           GOBACK.

      *Si el informe se genero mas de una vez el mismo dia vale la
      *ultima generacion anotada.
       BUSCA-GENERACION.
           MOVE SPACES TO GENERACION-NOMBRE
           OPEN INPUT CATALOGO-FILE
           IF CAT-STATUS = "00"
               PERFORM UNTIL CAT-STATUS NOT = "00"
                   READ CATALOGO-FILE
                       AT END
                           MOVE "10" TO CAT-STATUS
                       NOT AT END
                           IF CG-INFORME = RM-INFORME
                                   AND CG-FECHA = RM-FECHA
                               MOVE CG-NOMBRE TO GENERACION-NOMBRE
                               MOVE CG-ESTADO TO GENERACION-ESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

       LEE-GENERACION.
           READ GENERACION-FILE
               AT END
                   MOVE "S" TO FIN-GENERACION
           END-READ.

       COPIA-LINEA.
           MOVE GENERACION-LINEA TO REIMPRESION-LINEA
           WRITE REIMPRESION-LINEA
           ADD 1 TO RM-LINEAS
           PERFORM LEE-GENERACION.

       ESCRIBE-CABECERA.
           MOVE ALL "*" TO REIMPRESION-LINEA
           WRITE REIMPRESION-LINEA
           MOVE SPACES TO REIMPRESION-LINEA
           STRING "*** REPRINT *** " RM-INFORME
                  " del " RM-FECHA
                  " - generacion " GENERACION-NOMBRE
               DELIMITED BY SIZE INTO REIMPRESION-LINEA
           WRITE REIMPRESION-LINEA
           MOVE SPACES TO REIMPRESION-LINEA
           STRING "*** REPRINT *** Pedida por " RM-SOLICITANTE
                  " el " AHORA (1:8) " a las " AHORA (9:2)
                  ":" AHORA (11:2)
               DELIMITED BY SIZE INTO REIMPRESION-LINEA
           WRITE REIMPRESION-LINEA
           MOVE ALL "*" TO REIMPRESION-LINEA
           WRITE REIMPRESION-LINEA.

       ESCRIBE-PIE.
           MOVE SPACES TO REIMPRESION-LINEA
           STRING "*** REPRINT *** Fin de la reimpresion de "
                  RM-INFORME " del " RM-FECHA
                  " para " RM-SOLICITANTE
               DELIMITED BY SIZE INTO REIMPRESION-LINEA
           WRITE REIMPRESION-LINEA.

       ANOTA-REIMPRESION.
           MOVE AHORA (1:8)        TO DS-FECHA
           MOVE "R"                TO DS-TIPO
           MOVE RM-INFORME         TO DS-INFORME
           MOVE GENERACION-NOMBRE  TO DS-GENERACION
           MOVE RM-SOLICITANTE     TO DS-DESTINATARIO
           MOVE 1                  TO DS-COPIAS
           MOVE REIMPRESION-NOMBRE TO DS-SALIDA
           MOVE AHORA              TO DS-TIMESTAMP
           OPEN EXTEND DISTLOG-FILE
           IF DSL-STATUS = "35"
               OPEN OUTPUT DISTLOG-FILE
               CLOSE DISTLOG-FILE
               OPEN EXTEND DISTLOG-FILE
           END-IF
           WRITE DISTLOG-RECORD
           CLOSE DISTLOG-FILE.

       END PROGRAM REIMPR.
