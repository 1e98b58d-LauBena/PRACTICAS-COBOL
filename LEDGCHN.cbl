      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Cadena de control del libro de calculos: cada apunte
      *          de CALCLDGR.DAT lleva en CL-CADENA un valor calculado
      *          con su propio contenido y el valor del apunte
      *          anterior, de forma que cambiar un registro ya grabado
      *          rompe el enlace con el siguiente. La cabeza de la
      *          cadena (ultima clave y ultimo valor) se guarda en
      *          LEDGCHN.DAT. El estado de reversion no entra en el
      *          calculo porque LEDGREV lo marca despues de grabar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGCHN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CABEZA-CADENA ASSIGN TO "LEDGCHN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CABEZA-CADENA.
       COPY LEDGCAB.
       WORKING-STORAGE SECTION.
       01  CC-STATUS           PIC XX.
       01  CADENA-MODULO       PIC 9(10) VALUE 9999999967.
       01  CADENA-ACUMULADA    PIC 9(12).
       01  BYTE-IX             PIC 9(03).
       01  REGISTRO-LONGITUD   PIC 9(03).
       01  REGISTRO-CALCULO    PIC X(200).
       COPY CALCLDGR.
       LINKAGE SECTION.
       COPY CADENPRM.
       PROCEDURE DIVISION USING LEDGCHN-PARM.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN LC-SELLA
                   PERFORM LEE-CABEZA
                   PERFORM CALCULA-CADENA
               WHEN LC-AVANZA
                   PERFORM GRABA-CABEZA
               WHEN OTHER
                   PERFORM CALCULA-CADENA
           END-EVALUATE
           GOBACK.

      *Sin LEDGCHN.DAT la cadena arranca de cero.
       LEE-CABEZA.
           MOVE 0 TO LC-CADENA-PREVIA
           OPEN INPUT CABEZA-CADENA
           IF CC-STATUS = "00"
               READ CABEZA-CADENA
                   NOT AT END
                       IF CC-CADENA IS NUMERIC
                           MOVE CC-CADENA TO LC-CADENA-PREVIA
                       END-IF
               END-READ
               CLOSE CABEZA-CADENA
           END-IF.

      *Se recorre el registro byte a byte partiendo del valor previo;
      *el estado de reversion y la propia cadena se dejan fuera. Un
      *resultado cero se evita porque cero marca apunte sin sellar.
       CALCULA-CADENA.
           MOVE LC-REGISTRO TO CALC-LEDGER-RECORD
           MOVE SPACE TO CL-ESTADO
           MOVE 0     TO CL-CADENA
           MOVE CALC-LEDGER-RECORD TO REGISTRO-CALCULO
           MOVE LENGTH OF CALC-LEDGER-RECORD TO REGISTRO-LONGITUD
           MOVE LC-CADENA-PREVIA TO CADENA-ACUMULADA
           PERFORM VARYING BYTE-IX FROM 1 BY 1
                   UNTIL BYTE-IX > REGISTRO-LONGITUD
               COMPUTE CADENA-ACUMULADA = FUNCTION MOD
                   (CADENA-ACUMULADA * 31
                    + FUNCTION ORD (REGISTRO-CALCULO (BYTE-IX:1)),
                    CADENA-MODULO)
           END-PERFORM
           IF CADENA-ACUMULADA = 0
               MOVE 1 TO CADENA-ACUMULADA
           END-IF
           MOVE CADENA-ACUMULADA TO LC-CADENA.

       GRABA-CABEZA.
           MOVE LC-REGISTRO (1:37) TO CC-ULTIMA-CLAVE
           MOVE LC-CADENA          TO CC-CADENA
           MOVE FUNCTION CURRENT-DATE TO CC-TIMESTAMP
           OPEN OUTPUT CABEZA-CADENA
           WRITE CABEZA-CADENA-RECORD
           CLOSE CABEZA-CADENA.

       END PROGRAM LEDGCHN.
