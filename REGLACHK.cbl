      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Evaluador comun de reglas de registro: recorre las
      *          reglas de REGLAS.DAT en su orden y devuelve la accion
      *          de la primera cuyas condiciones de operacion,
      *          operador, terminal, banda y rango de importe encajan
      *          con el apunte (acepta, avisa, doble control, retiene
      *          o rechaza con su severidad). En modo de evaluacion
      *          solo cuentan las reglas activas y cada acierto queda
      *          en REGLAS.LOG; en modo de simulacion cuentan tambien
      *          las reglas en prueba y no se anota nada. Sin fichero
      *          o sin regla que encaje el apunte se acepta. Los
      *          aciertos de una sesion de entrenamiento se anotan en
      *          ENTREGLAS.LOG; las reglas se leen siempre las reales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLACHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "REGLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RGL-STATUS.
           SELECT REGLAS-LOG ASSIGN TO DYNAMIC LOG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE.
       COPY REGLAS.
       FD  REGLAS-LOG.
       COPY REGLLOG.
       WORKING-STORAGE SECTION.
       01  RGL-STATUS          PIC XX.
       01  RLG-STATUS          PIC XX.
       01  LOG-NOMBRE          PIC X(20) VALUE "REGLAS.LOG".
       01  REGLA-ENCONTRADA-SW PIC X VALUE "N".
           88  REGLA-ENCONTRADA       VALUE "S".
       01  REGLA-ENCAJA-SW     PIC X VALUE "N".
           88  REGLA-ENCAJA           VALUE "S".
       LINKAGE SECTION.
       COPY REGLPRM.
       PROCEDURE DIVISION USING REGLACHK-PARM.
       MAIN-PROCEDURE.
           MOVE SPACES TO RP-ACCION
           MOVE SPACES TO RP-SEVERIDAD
           MOVE 0      TO RP-REGLA-ID
           MOVE SPACES TO RP-DESCRIPCION
           MOVE "N"    TO REGLA-ENCONTRADA-SW
           OPEN INPUT REGLAS-FILE
           IF RGL-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM UNTIL RGL-STATUS NOT = "00"
                   OR REGLA-ENCONTRADA
               READ REGLAS-FILE
                   AT END
                       MOVE "10" TO RGL-STATUS
                   NOT AT END
                       PERFORM EVALUA-REGLA
               END-READ
           END-PERFORM
           CLOSE REGLAS-FILE
           IF REGLA-ENCONTRADA AND RP-EVALUA
               PERFORM REGISTRA-ACIERTO
           END-IF
           GOBACK.

      *Una condicion en blanco vale para cualquier valor; el rango
      *de importe a ceros vale para cualquier importe y un limite a
      *cero deja abierto ese extremo.
       EVALUA-REGLA.
           MOVE "S" TO REGLA-ENCAJA-SW
           IF NOT RG-ACTIVA
                   AND NOT (RG-EN-PRUEBA AND RP-SIMULA)
               MOVE "N" TO REGLA-ENCAJA-SW
           END-IF
           IF RG-OPERACION NOT = SPACES
                   AND RG-OPERACION NOT = RP-OPERACION
               MOVE "N" TO REGLA-ENCAJA-SW
           END-IF
           IF RG-OPERADOR NOT = SPACES
                   AND RG-OPERADOR NOT = RP-OPERADOR
               MOVE "N" TO REGLA-ENCAJA-SW
           END-IF
           IF RG-TERMINAL NOT = SPACES
                   AND RG-TERMINAL NOT = RP-TERMINAL
               MOVE "N" TO REGLA-ENCAJA-SW
           END-IF
           IF RG-BANDA NOT = SPACES
                   AND RG-BANDA NOT = RP-BANDA
               MOVE "N" TO REGLA-ENCAJA-SW
           END-IF
           IF RG-IMPORTE-DESDE NOT = 0
                   AND RP-IMPORTE < RG-IMPORTE-DESDE
               MOVE "N" TO REGLA-ENCAJA-SW
           END-IF
           IF RG-IMPORTE-HASTA NOT = 0
                   AND RP-IMPORTE > RG-IMPORTE-HASTA
               MOVE "N" TO REGLA-ENCAJA-SW
           END-IF
           IF REGLA-ENCAJA
               MOVE "S"            TO REGLA-ENCONTRADA-SW
               MOVE RG-ACCION      TO RP-ACCION
               MOVE RG-SEVERIDAD   TO RP-SEVERIDAD
               MOVE RG-ID          TO RP-REGLA-ID
               MOVE RG-DESCRIPCION TO RP-DESCRIPCION
           END-IF.

       REGISTRA-ACIERTO.
           MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
           MOVE RP-PROGRAMA    TO RL-PROGRAMA
           MOVE RP-REGLA-ID    TO RL-REGLA-ID
           MOVE RP-ACCION      TO RL-ACCION
           MOVE RP-SEVERIDAD   TO RL-SEVERIDAD
           MOVE RP-OPERACION   TO RL-OPERACION
           MOVE RP-OPERADOR    TO RL-OPERADOR
           MOVE RP-TERMINAL    TO RL-TERMINAL
           MOVE RP-BANDA       TO RL-BANDA
           MOVE RP-IMPORTE     TO RL-IMPORTE
           IF RP-EN-ENTRENAMIENTO
               MOVE "ENTREGLAS.LOG" TO LOG-NOMBRE
           ELSE
               MOVE "REGLAS.LOG"    TO LOG-NOMBRE
           END-IF
           OPEN EXTEND REGLAS-LOG
           IF RLG-STATUS = "35"
               OPEN OUTPUT REGLAS-LOG
               CLOSE REGLAS-LOG
               OPEN EXTEND REGLAS-LOG
           END-IF
           IF RLG-STATUS = "00"
               WRITE REGLA-LOG-RECORD
               CLOSE REGLAS-LOG
           END-IF.

       END PROGRAM REGLACHK.
