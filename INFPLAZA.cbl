      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Informe de vacantes: para cada departamento de
      *          DEPTOS.DAT da las plazas autorizadas vigentes a la
      *          fecha de negocio (PLAZAS.DAT), las ocupadas por
      *          activos del maestro y por altas y traslados de
      *          entrada pendientes, las vacantes y el exceso sobre el
      *          presupuesto, con subtotales rodados por division y
      *          total general, en VACANTES.PRT. Un departamento por
      *          encima de sus plazas deja codigo de retorno 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFPLAZA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENTS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEP-STATUS.
           SELECT VACANTES-REPORT ASSIGN TO "VACANTES.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  VACANTES-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  DEP-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  DEPTO-COUNT         PIC 9(03) VALUE 0.
       01  DEPTO-TABLA.
           05  DEPTO-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON DEPTO-COUNT
                   INDEXED BY DEPTO-IX.
               10  DT-CODIGO      PIC X(04).
               10  DT-NOMBRE      PIC X(20).
               10  DT-DIVISION    PIC X(04).
               10  DT-TOPE        PIC X.
                   88  DT-CON-TOPE        VALUE "S".
               10  DT-CIFRAS.
                   15  DT-PLAZAS      PIC 9(05).
                   15  DT-PLANTILLA   PIC 9(05).
                   15  DT-ESCENA      PIC 9(05).
                   15  DT-VACANTES    PIC 9(05).
                   15  DT-EXCESO      PIC 9(05).
                   15  DT-SIN-TOPE    PIC 9(05).
       01  DIVISION-COUNT      PIC 9(03) VALUE 0.
       01  DIVISION-TABLA.
           05  DIVISION-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON DIVISION-COUNT
                   INDEXED BY DIVISION-IX.
               10  DV-CODIGO      PIC X(04).
               10  DV-CIFRAS.
                   15  DV-PLAZAS      PIC 9(05).
                   15  DV-PLANTILLA   PIC 9(05).
                   15  DV-ESCENA      PIC 9(05).
                   15  DV-VACANTES    PIC 9(05).
                   15  DV-EXCESO      PIC 9(05).
                   15  DV-SIN-TOPE    PIC 9(05).
      *Area comun de cifras: la linea del informe se arma siempre
      *desde aqui, sea departamento, division o total.
       01  CIFRAS.
           05  CF-PLAZAS          PIC 9(05).
           05  CF-PLANTILLA       PIC 9(05).
           05  CF-ESCENA          PIC 9(05).
           05  CF-VACANTES        PIC 9(05).
           05  CF-EXCESO          PIC 9(05).
           05  CF-SIN-TOPE        PIC 9(05).
       01  TOTAL-CIFRAS.
           05  TC-PLAZAS          PIC 9(05) VALUE 0.
           05  TC-PLANTILLA       PIC 9(05) VALUE 0.
           05  TC-ESCENA          PIC 9(05) VALUE 0.
           05  TC-VACANTES        PIC 9(05) VALUE 0.
           05  TC-EXCESO          PIC 9(05) VALUE 0.
           05  TC-SIN-TOPE        PIC 9(05) VALUE 0.
       01  RAIZ-DIVISION       PIC X(04).
       01  CODIGO-CADENA       PIC X(04).
       01  SALTOS              PIC 9(02).
       01  CADENA-IX           PIC 9(03).
       01  CADENA-HALLADA      PIC X VALUE "N".
           88  ESLABON-HALLADO        VALUE "S".
       01  EXCEDIDOS           PIC 9(03) VALUE 0.
       01  LINEA-TITULO.
           05  FILLER             PIC X(28)
                   VALUE "  Dpto  Nombre".
           05  FILLER             PIC X(42)
                   VALUE " Plazas Plant. Pendte Ocup. Vacant. Exceso".
       01  LINEA-DEPTO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-CODIGO          PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-NOMBRE          PIC X(20).
           05  LD-PLAZAS          PIC Z(06)9.
           05  LD-PLANTILLA       PIC Z(06)9.
           05  LD-ESCENA          PIC Z(06)9.
           05  LD-OCUPADAS        PIC Z(05)9.
           05  LD-VACANTES        PIC Z(07)9.
           05  LD-EXCESO          PIC Z(06)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-MARCA           PIC X(20).
       01  OCUPADAS            PIC 9(06).
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       COPY PLAZPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM CARGA-DEPARTAMENTOS.
           IF CODIGO-RETORNO < 8
               PERFORM CONSULTA-PLAZAS
               PERFORM RUEDA-DIVISIONES
               PERFORM ESCRIBE-INFORME
           END-IF.
           IF EXCEDIDOS > 0
               DISPLAY "Departamentos por encima de sus plazas: "
                       EXCEDIDOS
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INFPLAZA"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFPLAZA"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       CARGA-DEPARTAMENTOS.
           MOVE 0 TO DEPTO-COUNT
           OPEN INPUT DEPARTMENTS
           IF DEP-STATUS = "00"
               MOVE LOW-VALUES TO DP-CODIGO
               START DEPARTMENTS KEY NOT < DP-CODIGO
                   INVALID KEY
                       MOVE "23" TO DEP-STATUS
               END-START
               IF DEP-STATUS = "00"
                   READ DEPARTMENTS NEXT RECORD
                       AT END
                           MOVE "10" TO DEP-STATUS
                   END-READ
                   PERFORM UNTIL DEP-STATUS NOT = "00"
                               OR DEPTO-COUNT >= 100
                       ADD 1 TO DEPTO-COUNT
                       MOVE DP-CODIGO TO DT-CODIGO (DEPTO-COUNT)
                       MOVE DP-NOMBRE TO DT-NOMBRE (DEPTO-COUNT)
                       MOVE DP-DIVISION
                           TO DT-DIVISION (DEPTO-COUNT)
                       MOVE "N" TO DT-TOPE (DEPTO-COUNT)
                       MOVE ZEROS TO DT-CIFRAS (DEPTO-COUNT)
                       READ DEPARTMENTS NEXT RECORD
                           AT END
                               MOVE "10" TO DEP-STATUS
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DEPARTMENTS
           ELSE
               DISPLAY "No se encontro DEPTOS.DAT, no hay informe "
                       "de vacantes."
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

      *PLAZACHK carga una sola vez el presupuesto y la ocupacion a
      *la fecha de negocio; luego se le pregunta departamento a
      *departamento. Sin plazas vigentes el departamento no tiene
      *tope y su ocupacion va aparte.
       CONSULTA-PLAZAS.
           MOVE "C"              TO PP-ACCION
           MOVE "N"              TO PP-ENTRENAMIENTO
           MOVE FN-FECHA-NEGOCIO TO PP-FECHA
           CALL "PLAZACHK" USING PLAZACHK-PARM
           MOVE "V" TO PP-ACCION
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               MOVE DT-CODIGO (DEPTO-IX) TO PP-DEPARTAMENTO
               CALL "PLAZACHK" USING PLAZACHK-PARM
               MOVE PP-EN-PLANTILLA TO DT-PLANTILLA (DEPTO-IX)
               MOVE PP-EN-ESCENA    TO DT-ESCENA (DEPTO-IX)
               IF PP-SIN-TOPE
                   MOVE PP-OCUPADAS TO DT-SIN-TOPE (DEPTO-IX)
               ELSE
                   MOVE "S" TO DT-TOPE (DEPTO-IX)
                   MOVE PP-PLAZAS TO DT-PLAZAS (DEPTO-IX)
                   IF PP-OCUPADAS > PP-PLAZAS
                       COMPUTE DT-EXCESO (DEPTO-IX) =
                           PP-OCUPADAS - PP-PLAZAS
                       ADD 1 TO EXCEDIDOS
                   ELSE
                       COMPUTE DT-VACANTES (DEPTO-IX) =
                           PP-PLAZAS - PP-OCUPADAS
                   END-IF
               END-IF
           END-PERFORM.

      *Cada departamento aporta sus cifras a la raiz de su cadena de
      *divisiones, como en INFDEPTO. El tope de saltos protege de un
      *fichero enredado.
       RUEDA-DIVISIONES.
           MOVE 0 TO DIVISION-COUNT
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               PERFORM RESUELVE-RAIZ
               PERFORM ACUMULA-DIVISION
           END-PERFORM.

       RESUELVE-RAIZ.
           MOVE DT-CODIGO (DEPTO-IX) TO RAIZ-DIVISION
           MOVE DT-DIVISION (DEPTO-IX) TO CODIGO-CADENA
           MOVE 0 TO SALTOS
           PERFORM SUBE-UN-ESLABON
               UNTIL CODIGO-CADENA = SPACES OR SALTOS > 10.

       SUBE-UN-ESLABON.
           ADD 1 TO SALTOS
           MOVE CODIGO-CADENA TO RAIZ-DIVISION
           MOVE "N" TO CADENA-HALLADA
           PERFORM VARYING CADENA-IX FROM 1 BY 1
                   UNTIL CADENA-IX > DEPTO-COUNT
                       OR ESLABON-HALLADO
               IF DT-CODIGO (CADENA-IX) = CODIGO-CADENA
                   MOVE "S" TO CADENA-HALLADA
                   MOVE DT-DIVISION (CADENA-IX) TO CODIGO-CADENA
               END-IF
           END-PERFORM
           IF NOT ESLABON-HALLADO
               MOVE SPACES TO CODIGO-CADENA
           END-IF.

       ACUMULA-DIVISION.
           MOVE "N" TO CADENA-HALLADA
           PERFORM VARYING DIVISION-IX FROM 1 BY 1
                   UNTIL DIVISION-IX > DIVISION-COUNT
                       OR ESLABON-HALLADO
               IF DV-CODIGO (DIVISION-IX) = RAIZ-DIVISION
                   MOVE "S" TO CADENA-HALLADA
               END-IF
           END-PERFORM
           IF ESLABON-HALLADO
               SET DIVISION-IX DOWN BY 1
           ELSE
               IF DIVISION-COUNT < 100
                   ADD 1 TO DIVISION-COUNT
                   SET DIVISION-IX TO DIVISION-COUNT
                   MOVE RAIZ-DIVISION TO DV-CODIGO (DIVISION-IX)
                   MOVE ZEROS TO DV-CIFRAS (DIVISION-IX)
                   MOVE "S" TO CADENA-HALLADA
               END-IF
           END-IF
           IF ESLABON-HALLADO
               ADD DT-PLAZAS (DEPTO-IX)    TO DV-PLAZAS (DIVISION-IX)
               ADD DT-PLANTILLA (DEPTO-IX)
                   TO DV-PLANTILLA (DIVISION-IX)
               ADD DT-ESCENA (DEPTO-IX)    TO DV-ESCENA (DIVISION-IX)
               ADD DT-VACANTES (DEPTO-IX)
                   TO DV-VACANTES (DIVISION-IX)
               ADD DT-EXCESO (DEPTO-IX)    TO DV-EXCESO (DIVISION-IX)
               ADD DT-SIN-TOPE (DEPTO-IX)
                   TO DV-SIN-TOPE (DIVISION-IX)
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT VACANTES-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Plazas autorizadas y vacantes por departamento - "
                  "Fecha: " FN-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE LINEA-TITULO TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               MOVE DT-CIFRAS (DEPTO-IX) TO CIFRAS
               MOVE DT-CODIGO (DEPTO-IX) TO LD-CODIGO
               MOVE DT-NOMBRE (DEPTO-IX) TO LD-NOMBRE
               IF DT-CON-TOPE (DEPTO-IX)
                   IF CF-EXCESO > 0
                       MOVE "* SOBRE PLAZAS" TO LD-MARCA
                   ELSE
                       MOVE SPACES TO LD-MARCA
                   END-IF
               ELSE
                   MOVE "SIN TOPE" TO LD-MARCA
               END-IF
               PERFORM ESCRIBE-LINEA
               ADD CF-PLAZAS    TO TC-PLAZAS
               ADD CF-PLANTILLA TO TC-PLANTILLA
               ADD CF-ESCENA    TO TC-ESCENA
               ADD CF-VACANTES  TO TC-VACANTES
               ADD CF-EXCESO    TO TC-EXCESO
               ADD CF-SIN-TOPE  TO TC-SIN-TOPE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Subtotales por division:" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DIVISION-IX FROM 1 BY 1
                   UNTIL DIVISION-IX > DIVISION-COUNT
               MOVE DV-CIFRAS (DIVISION-IX) TO CIFRAS
               MOVE DV-CODIGO (DIVISION-IX) TO LD-CODIGO
               MOVE SPACES TO LD-NOMBRE
               PERFORM MARCA-SIN-TOPE
               PERFORM ESCRIBE-LINEA
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-CIFRAS TO CIFRAS
           MOVE SPACES TO LD-CODIGO
           MOVE "TOTAL" TO LD-NOMBRE
           PERFORM MARCA-SIN-TOPE
           PERFORM ESCRIBE-LINEA
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Plazas, vacantes y exceso solo cuentan los "
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE "departamentos con plazas autorizadas vigentes."
               TO RPT-LINE
           WRITE RPT-LINE
           CLOSE VACANTES-REPORT
           DISPLAY "Informe de vacantes grabado en VACANTES.PRT. "
                   "Vacantes: " TC-VACANTES " Exceso: " TC-EXCESO.

      *En divisiones y total, la ocupacion de departamentos sin tope
      *entra en las columnas de ocupacion y se indica aparte.
       MARCA-SIN-TOPE.
           MOVE SPACES TO LD-MARCA
           IF CF-SIN-TOPE > 0
               STRING "SIN TOPE: " CF-SIN-TOPE
                   DELIMITED BY SIZE INTO LD-MARCA
           END-IF.

       ESCRIBE-LINEA.
           COMPUTE OCUPADAS = CF-PLANTILLA + CF-ESCENA
           MOVE CF-PLAZAS    TO LD-PLAZAS
           MOVE CF-PLANTILLA TO LD-PLANTILLA
           MOVE CF-ESCENA    TO LD-ESCENA
           MOVE OCUPADAS     TO LD-OCUPADAS
           MOVE CF-VACANTES  TO LD-VACANTES
           MOVE CF-EXCESO    TO LD-EXCESO
           MOVE LINEA-DEPTO TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INFPLAZA.
