      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Reingresos de antiguos empleados: busca en
      *          EMPMAST.DAT una baja con la misma fecha de nacimiento
      *          y el mismo nombre o apellidos que el alta que se esta
      *          tecleando o cargando y, si quien da el alta lo
      *          confirma, reactiva el identificador original con la
      *          nueva fecha de alta. El periodo anterior queda en
      *          SERVHIST.DAT y el cambio del maestro en el diario
      *          JRNLWR. La llaman el alta de PERFORM-THRU (en linea y
      *          por lotes), EMPSTREV y EMPFIX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINGRES.
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
           SELECT SERVICE-HISTORY ASSIGN TO "SERVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  SERVICE-HISTORY.
       COPY SERVHIST.
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  SH-STATUS           PIC XX.
       COPY JRNLPRM.
       LINKAGE SECTION.
       COPY REINGPRM.
       PROCEDURE DIVISION USING REINGRES-PARM.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN RI-BUSCA
                   PERFORM BUSCA-BAJA-ANTERIOR
               WHEN RI-REACTIVA
                   PERFORM REACTIVA-EMPLEADO
           END-EVALUATE.
           GOBACK.

      *Sin fecha de nacimiento no hay busqueda: el nombre solo no
      *basta para proponer un reingreso. Las bajas por fusion eran
      *duplicados y no se reactivan. Si hay varias coincidencias se
      *devuelve la de baja mas reciente.
       BUSCA-BAJA-ANTERIOR.
           MOVE "N" TO RI-RESULTADO
           MOVE 0   TO RI-EMPLOYEE-ID
           MOVE 0   TO RI-FECHA-BAJA-ANT
           IF RI-FECHA-NACIMIENTO = 0
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS = "35"
               GOBACK
           END-IF
           IF EM-STATUS NOT = "00"
               MOVE "E" TO RI-RESULTADO
               GOBACK
           END-IF
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO EM-STATUS
           END-READ
           PERFORM UNTIL EM-STATUS NOT = "00"
               IF EM-DE-BAJA AND NOT EM-BAJA-POR-FUSION
                       AND EM-FECHA-NACIMIENTO = RI-FECHA-NACIMIENTO
                       AND (EM-APELLIDOS = RI-APELLIDOS
                           OR EM-NOMBRE = RI-NOMBRE)
                   IF RI-NO-HALLADO
                           OR EM-FECHA-BAJA > RI-FECHA-BAJA-ANT
                       PERFORM DEVUELVE-BAJA-ANTERIOR
                   END-IF
               END-IF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO EM-STATUS
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       DEVUELVE-BAJA-ANTERIOR.
           MOVE "S"             TO RI-RESULTADO
           MOVE EM-EMPLOYEE-ID  TO RI-EMPLOYEE-ID
           MOVE EM-NOMBRE       TO RI-NOMBRE-ANT
           MOVE EM-APELLIDOS    TO RI-APELLIDOS-ANT
           MOVE EM-FECHA-ALTA   TO RI-FECHA-ALTA-ANT
           MOVE EM-FECHA-BAJA   TO RI-FECHA-BAJA-ANT
           MOVE EM-MOTIVO-BAJA  TO RI-MOTIVO-BAJA-ANT
           MOVE EM-DEPARTAMENTO TO RI-DEPARTAMENTO-ANT.

      *El registro se relee porque entre la busqueda y la
      *confirmacion pudo cambiar; se conservan el nombre y apellidos
      *originales. La nueva alta no puede ser anterior a la baja.
       REACTIVA-EMPLEADO.
           MOVE "N" TO RI-RESULTADO
           OPEN I-O EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               MOVE "E" TO RI-RESULTADO
               GOBACK
           END-IF
           MOVE RI-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "23" TO EM-STATUS
           END-READ
           IF EM-STATUS NOT = "00"
                   OR NOT EM-DE-BAJA OR EM-BAJA-POR-FUSION
               CLOSE EMPLOYEE-MASTER
               GOBACK
           END-IF
           IF RI-FECHA-REINGRESO < EM-FECHA-BAJA
               MOVE "F" TO RI-RESULTADO
               CLOSE EMPLOYEE-MASTER
               GOBACK
           END-IF
           MOVE EM-EMPLOYEE-ID      TO SH-EMPLOYEE-ID
           MOVE EM-FECHA-ALTA       TO SH-FECHA-ALTA
           MOVE EM-FECHA-BAJA       TO SH-FECHA-BAJA
           MOVE EM-MOTIVO-BAJA      TO SH-MOTIVO-BAJA
           MOVE EM-DEPARTAMENTO     TO SH-DEPARTAMENTO
           MOVE RI-FECHA-REINGRESO  TO SH-FECHA-REINGRESO
           MOVE RI-OPERADOR-ID      TO SH-OPERADOR-ID
           MOVE RI-PROGRAMA         TO SH-PROGRAMA
           MOVE FUNCTION CURRENT-DATE TO SH-TIMESTAMP
           MOVE "A"                 TO EM-ESTADO
           MOVE RI-FECHA-REINGRESO  TO EM-FECHA-ALTA
           MOVE 0                   TO EM-FECHA-BAJA
           MOVE SPACES              TO EM-MOTIVO-BAJA
           MOVE 0                   TO EM-FUSIONADO-CON
           MOVE RI-DEPARTAMENTO     TO EM-DEPARTAMENTO
           MOVE RI-EDAD             TO EM-EDAD
           MOVE RI-OPERADOR-ID      TO EM-OPERADOR-ID
           MOVE RI-TERMINAL-ID      TO EM-TERMINAL-ID
           REWRITE EMPLOYEE-MASTER-RECORD
           IF EM-STATUS NOT = "00"
               MOVE "E" TO RI-RESULTADO
               CLOSE EMPLOYEE-MASTER
               GOBACK
           END-IF
           MOVE "EMPMAST"  TO JR-FICHERO
           MOVE "REWRITE"  TO JR-OPERACION
           MOVE EMPLOYEE-MASTER-RECORD TO JR-IMAGEN
           CLOSE EMPLOYEE-MASTER
           PERFORM GRABA-SERVICIO
           CALL "JRNLWR" USING JOURNAL-PARM
           MOVE "S" TO RI-RESULTADO.

       GRABA-SERVICIO.
           OPEN EXTEND SERVICE-HISTORY
           IF SH-STATUS = "35"
               OPEN OUTPUT SERVICE-HISTORY
               CLOSE SERVICE-HISTORY
               OPEN EXTEND SERVICE-HISTORY
           END-IF
           WRITE SERVICIO-RECORD
           CLOSE SERVICE-HISTORY.

       END PROGRAM REINGRES.
