      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Vuelve a aplicar las anonimizaciones de ANONREG.DAT
      *          sobre EMPMAST.DAT: un empleado anonimizado por
      *          ANONIMIZ que una copia anterior o un diario reaplicado
      *          haya devuelto con nombre, apellidos o fecha de
      *          nacimiento se enmascara otra vez. Solo se toca el
      *          registro si sigue de baja con la misma fecha de baja
      *          que se anonimizo. La llaman RESTAURA y RECUPERA al
      *          acabar de recargar el maestro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REANONIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT ANON-REGISTRO ASSIGN TO "ANONREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  ANON-REGISTRO.
       COPY ANONREG.
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  AR-STATUS           PIC XX.
       01  NOMBRE-ANONIMO      PIC X(13) VALUE "ANONIMIZADO".
       01  APELLIDOS-ANONIMOS  PIC X(20) VALUE "ANONIMIZADO".
       LINKAGE SECTION.
       COPY REANPRM.
       PROCEDURE DIVISION USING REANONIM-PARM.
       MAIN-PROCEDURE.
           MOVE 0 TO RA-REVISADOS
           MOVE 0 TO RA-ENMASCARADOS
           MOVE "S" TO RA-RESULTADO
           OPEN INPUT ANON-REGISTRO
           IF AR-STATUS = "00"
               OPEN I-O EMPLOYEE-MASTER
               IF EM-STATUS NOT = "00"
                   MOVE "E" TO RA-RESULTADO
               ELSE
                   PERFORM UNTIL AR-STATUS NOT = "00"
                       READ ANON-REGISTRO
                           AT END
                               MOVE "10" TO AR-STATUS
                           NOT AT END
                               ADD 1 TO RA-REVISADOS
                               PERFORM REVISA-EMPLEADO
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-MASTER
               END-IF
               CLOSE ANON-REGISTRO
           END-IF.
           GOBACK.

       REVISA-EMPLEADO.
           MOVE AR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "23" TO EM-STATUS
           END-READ
           IF EM-STATUS = "00" AND EM-DE-BAJA
                   AND EM-FECHA-BAJA = AR-FECHA-BAJA
                   AND (EM-NOMBRE NOT = NOMBRE-ANONIMO
                        OR EM-APELLIDOS NOT = APELLIDOS-ANONIMOS
                        OR EM-FECHA-NACIMIENTO NOT = 0)
               MOVE NOMBRE-ANONIMO     TO EM-NOMBRE
               MOVE APELLIDOS-ANONIMOS TO EM-APELLIDOS
               MOVE 0                  TO EM-FECHA-NACIMIENTO
               MOVE 0                  TO EM-EDAD
               REWRITE EMPLOYEE-MASTER-RECORD
               IF EM-STATUS = "00"
                   ADD 1 TO RA-ENMASCARADOS
               ELSE
                   MOVE "E" TO RA-RESULTADO
               END-IF
           END-IF
           MOVE "00" TO EM-STATUS.

       END PROGRAM REANONIM.
