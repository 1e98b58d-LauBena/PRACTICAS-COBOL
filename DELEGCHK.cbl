      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Control comun de delegaciones de supervisor: dice si
      *          un operador tiene en la fecha de negocio una
      *          delegacion activa en DELEGA.DAT y de quien, y deja en
      *          DELEGUSO.LOG cada accion hecha al amparo de ella para
      *          que quede estampada como delegada. Sin fichero de
      *          delegaciones nadie esta delegado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGA-FILE ASSIGN TO "DELEGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-CLAVE
               FILE STATUS IS DG-STATUS.
           SELECT DELEGUSO-LOG ASSIGN TO "DELEGUSO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DELEGA-FILE.
       COPY DELEGA.
       FD  DELEGUSO-LOG.
       COPY DELEGUSO.
       WORKING-STORAGE SECTION.
       01  DG-STATUS           PIC XX.
       01  DU-STATUS           PIC XX.
       COPY FECHAPRM.
       LINKAGE SECTION.
       COPY DELEGPRM.
       PROCEDURE DIVISION USING DELEGCHK-PARM.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN DP-REGISTRA
                   PERFORM REGISTRA-USO
               WHEN OTHER
                   PERFORM CONSULTA-DELEGACION
           END-EVALUATE
           GOBACK.

      *Un operador puede tener varias delegaciones; vale la primera
      *activa cuyo rango cubre la fecha de negocio de hoy.
       CONSULTA-DELEGACION.
           MOVE "N"    TO DP-RESULTADO
           MOVE SPACES TO DP-DELEGANTE
           MOVE 0      TO DP-FECHA-HASTA
           OPEN INPUT DELEGA-FILE
           IF DG-STATUS NOT = "00"
               GOBACK
           END-IF
           CALL "FECHANEG" USING FECHANEG-PARM
           MOVE DP-OPERADOR-ID TO DG-DELEGADO
           MOVE 0              TO DG-FECHA-DESDE
           START DELEGA-FILE KEY NOT < DG-CLAVE
               INVALID KEY
                   MOVE "23" TO DG-STATUS
           END-START
           IF DG-STATUS = "00"
               READ DELEGA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO DG-STATUS
               END-READ
           END-IF
           PERFORM UNTIL DG-STATUS NOT = "00"
                   OR DG-DELEGADO NOT = DP-OPERADOR-ID
                   OR DP-DELEGADO
               IF DG-ACTIVA
                       AND DG-FECHA-DESDE NOT > FN-FECHA-NEGOCIO
                       AND DG-FECHA-HASTA NOT < FN-FECHA-NEGOCIO
                   MOVE "S"            TO DP-RESULTADO
                   MOVE DG-DELEGANTE   TO DP-DELEGANTE
                   MOVE DG-FECHA-HASTA TO DP-FECHA-HASTA
               ELSE
                   READ DELEGA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO DG-STATUS
                   END-READ
               END-IF
           END-PERFORM
           CLOSE DELEGA-FILE.

       REGISTRA-USO.
           MOVE DP-OPERADOR-ID TO DU-DELEGADO
           MOVE DP-DELEGANTE   TO DU-DELEGANTE
           MOVE DP-PROGRAMA    TO DU-PROGRAMA
           MOVE DP-DETALLE     TO DU-DETALLE
           MOVE FUNCTION CURRENT-DATE TO DU-TIMESTAMP
           OPEN EXTEND DELEGUSO-LOG
           IF DU-STATUS = "35"
               OPEN OUTPUT DELEGUSO-LOG
               CLOSE DELEGUSO-LOG
               OPEN EXTEND DELEGUSO-LOG
           END-IF
           WRITE DELEGUSO-RECORD
           CLOSE DELEGUSO-LOG.

       END PROGRAM DELEGCHK.
