      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Coste salarial mensual por departamento y division:
      *          al ultimo dia del mes de la fecha de negocio y al del
      *          mes anterior situa a cada empleado en plantilla en su
      *          departamento de ese dia (EMPMAST.DAT, deshaciendo los
      *          traslados posteriores de EMPMOV.DAT y con los periodos
      *          anteriores a un reingreso de SERVHIST.DAT) y le aplica
      *          el salario base vigente ese dia en SALARIOS.DAT. La
      *          baja corta el coste y el traslado lo lleva al nuevo
      *          departamento. Imprime en COSTES.PRT la plantilla, el
      *          total y la media de cada departamento, los subtotales
      *          por division como INFDEPTO y la variacion sobre el
      *          mes anterior; los empleados sin salario registrado
      *          cuentan en plantilla y se senalan aparte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFCOSTE.
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
           SELECT SALARIOS-FILE ASSIGN TO "SALARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CLAVE
               FILE STATUS IS SA-STATUS.
           SELECT EMP-MOVIMIENTOS ASSIGN TO "EMPMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-STATUS.
           SELECT SERVICE-HISTORY ASSIGN TO "SERVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-STATUS.
           SELECT DEPARTMENTS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEP-STATUS.
           SELECT COSTE-REPORT ASSIGN TO "COSTES.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  SALARIOS-FILE.
       COPY SALARIOS.
       FD  EMP-MOVIMIENTOS.
       COPY EMPMOV.
       FD  SERVICE-HISTORY.
       COPY SERVHIST.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  COSTE-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  SA-STATUS           PIC XX.
       01  MOV-STATUS          PIC XX.
       01  SH-STATUS           PIC XX.
       01  DEP-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
      *Cierre del mes anterior (1) y del mes de la fecha de negocio
      *(2).
       01  FECHA-1             PIC 9(08) VALUE 0.
       01  FECHA-2             PIC 9(08) VALUE 0.
       01  PRIMERO-MES         PIC 9(08).
       01  PRIMERO-SIGUIENTE   PIC 9(08).
       01  DIAS-ENTEROS        PIC 9(07).
       01  ANO-CALCULO         PIC 9(04).
       01  SALARIOS-SW         PIC X VALUE "N".
           88  HAY-SALARIOS           VALUE "S".
       01  EMP-COUNT           PIC 9(04) VALUE 0.
       01  EMPLEADOS-TABLA.
           05  EMP-ENTRADA OCCURS 1 TO 3000 TIMES
                   DEPENDING ON EMP-COUNT
                   ASCENDING KEY IS ET-ID
                   INDEXED BY EMP-IX.
               10  ET-ID          PIC 9(06).
               10  ET-PLANTILLA-1 PIC X.
                   88  ET-EN-PLANTILLA-1  VALUE "S".
               10  ET-DEPTO-1     PIC X(04).
               10  ET-SALARIO-1   PIC 9(07)V99.
               10  ET-PLANTILLA-2 PIC X.
                   88  ET-EN-PLANTILLA-2  VALUE "S".
               10  ET-DEPTO-2     PIC X(04).
               10  ET-SALARIO-2   PIC 9(07)V99.
      *Baja del periodo de servicio en que se situa cada fecha:
      *99999999 para el periodo del maestro. Los traslados
      *posteriores son de otro periodo y no se deshacen.
               10  ET-TOPE-1      PIC 9(08).
               10  ET-TOPE-2      PIC 9(08).
      *Periodos anteriores a un reingreso (SERVHIST.DAT) que tocan
      *alguna de las dos fechas.
       01  PER-COUNT           PIC 9(04) VALUE 0.
       01  PER-IX              PIC 9(04).
       01  PERIODOS-TABLA.
           05  PER-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON PER-COUNT.
               10  PE-ID          PIC 9(06).
               10  PE-DEPTO       PIC X(04).
               10  PE-ALTA        PIC 9(08).
               10  PE-BAJA        PIC 9(08).
       01  FECHA-PERIODO       PIC 9(08).
       01  PERIODO-SW          PIC X VALUE "N".
           88  PERIODO-HALLADO        VALUE "S".
       01  MOV-COUNT           PIC 9(05) VALUE 0.
       01  MOV-SUB             PIC 9(05) VALUE 0.
       01  MOVIMIENTOS-TABLA.
           05  MOV-ENTRADA OCCURS 1 TO 5000 TIMES
                   DEPENDING ON MOV-COUNT.
               10  MT-ID          PIC 9(06).
               10  MT-DEPTO-ANT   PIC X(04).
               10  MT-FECHA       PIC 9(08).
       01  DESBORDE-SW         PIC X VALUE "N".
           88  HUBO-DESBORDE          VALUE "S".
       01  DEPTO-COUNT         PIC 9(03) VALUE 0.
       01  DEPTO-TABLA.
           05  DEPTO-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON DEPTO-COUNT
                   INDEXED BY DEPTO-IX.
               10  DT-CODIGO      PIC X(04).
               10  DT-NOMBRE      PIC X(20).
               10  DT-DIVISION    PIC X(04).
               10  DT-PLANT-1     PIC 9(05).
               10  DT-COSTE-1     PIC 9(11)V99.
               10  DT-PLANT-2     PIC 9(05).
               10  DT-SIN-SAL-2   PIC 9(05).
               10  DT-COSTE-2     PIC 9(11)V99.
       01  DEPTO-ENCONTRADO    PIC X VALUE "N".
           88  DEPTO-EN-TABLA         VALUE "S".
       01  DEPTO-BUSCADO       PIC X(04).
       01  COLUMNA             PIC X.
           88  COLUMNA-MES-ANTERIOR   VALUE "1".
           88  COLUMNA-MES-ACTUAL     VALUE "2".
       01  SALARIO-SUMADO      PIC 9(07)V99.
       01  DIVISION-COUNT      PIC 9(03) VALUE 0.
       01  DIVISION-TABLA.
           05  DIVISION-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON DIVISION-COUNT
                   INDEXED BY DIVISION-IX.
               10  DV-CODIGO      PIC X(04).
               10  DV-PLANT-1     PIC 9(05).
               10  DV-COSTE-1     PIC 9(11)V99.
               10  DV-PLANT-2     PIC 9(05).
               10  DV-SIN-SAL-2   PIC 9(05).
               10  DV-COSTE-2     PIC 9(11)V99.
       01  RAIZ-DIVISION       PIC X(04).
       01  CODIGO-CADENA       PIC X(04).
       01  SALTOS              PIC 9(02).
       01  CADENA-IX           PIC 9(03).
       01  CADENA-HALLADA      PIC X VALUE "N".
           88  ESLABON-HALLADO        VALUE "S".
       01  TOTAL-PLANT-1       PIC 9(05) VALUE 0.
       01  TOTAL-COSTE-1       PIC 9(11)V99 VALUE 0.
       01  TOTAL-PLANT-2       PIC 9(05) VALUE 0.
       01  TOTAL-SIN-SAL-2     PIC 9(05) VALUE 0.
       01  TOTAL-COSTE-2       PIC 9(11)V99 VALUE 0.
      *Campos de trabajo de una linea, sea de departamento, de
      *division o del total.
       01  LINEA-PLANT-1       PIC 9(05).
       01  LINEA-COSTE-1       PIC 9(11)V99.
       01  LINEA-PLANT-2       PIC 9(05).
       01  LINEA-SIN-SAL-2     PIC 9(05).
       01  LINEA-COSTE-2       PIC 9(11)V99.
       01  LINEA-CON-SALARIO   PIC 9(05).
       01  LINEA-COSTE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LC-CODIGO          PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LC-NOMBRE          PIC X(20).
           05  LC-PLANT           PIC Z(04)9.
           05  LC-SIN-SALARIO     PIC Z(04)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LC-TOTAL           PIC Z(10)9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LC-MEDIA           PIC Z(06)9.99.
           05  LC-PLANT-ANT       PIC Z(05)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LC-TOTAL-ANT       PIC Z(10)9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LC-VARIACION       PIC -Z(10)9.99.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM CALCULA-CIERRES.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-PERIODOS.
           PERFORM CARGA-EMPLEADOS.
           IF CODIGO-RETORNO < 8
               PERFORM CARGA-MOVIMIENTOS
               PERFORM DESHACE-TRASLADOS
               PERFORM CUENTA-COSTES
               PERFORM RUEDA-DIVISIONES
               PERFORM ESCRIBE-INFORME
           END-IF.
           IF HUBO-DESBORDE
               DISPLAY "Aviso: el maestro o el historial no caben en "
                       "memoria; el informe puede quedar incompleto."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INFCOSTE"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFCOSTE"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

      *Ultimo dia del mes de la fecha de negocio (el anterior al
      *primero del mes siguiente) y ultimo del mes anterior (el
      *anterior al primero de este mes).
       CALCULA-CIERRES.
           MOVE FN-FECHA-NEGOCIO TO PRIMERO-MES
           MOVE "01" TO PRIMERO-MES (7:2)
           IF FN-FECHA-NEGOCIO (5:2) = "12"
               MOVE FN-FECHA-NEGOCIO (1:4) TO ANO-CALCULO
               COMPUTE PRIMERO-SIGUIENTE =
                   (ANO-CALCULO + 1) * 10000 + 101
           ELSE
               COMPUTE PRIMERO-SIGUIENTE = PRIMERO-MES + 100
           END-IF
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (PRIMERO-SIGUIENTE) - 1
           MOVE FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS) TO FECHA-2
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (PRIMERO-MES) - 1
           MOVE FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS) TO FECHA-1.

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
                       PERFORM INICIA-CUENTAS-DEPTO
                       READ DEPARTMENTS NEXT RECORD
                           AT END
                               MOVE "10" TO DEP-STATUS
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DEPARTMENTS
           ELSE
               DISPLAY "No se encontro DEPTOS.DAT, se informa solo "
                       "por codigo."
           END-IF.

       INICIA-CUENTAS-DEPTO.
           MOVE 0 TO DT-PLANT-1 (DEPTO-COUNT)
           MOVE 0 TO DT-COSTE-1 (DEPTO-COUNT)
           MOVE 0 TO DT-PLANT-2 (DEPTO-COUNT)
           MOVE 0 TO DT-SIN-SAL-2 (DEPTO-COUNT)
           MOVE 0 TO DT-COSTE-2 (DEPTO-COUNT).

      *El maestro se lee por clave, asi que la tabla queda ordenada
      *por identificador para buscar en ella los traslados. Entran
      *solo los empleados en plantilla en alguno de los dos cierres.
      *Los registros que EMPMERGE dio de baja por fusion eran
      *duplicados del superviviente y no cuentan.
       CARGA-EMPLEADOS.
           MOVE 0 TO EMP-COUNT
           OPEN INPUT SALARIOS-FILE
           IF SA-STATUS = "00"
               MOVE "S" TO SALARIOS-SW
           ELSE
               DISPLAY "No se encontro SALARIOS.DAT; el coste sale a "
                       "cero."
               MOVE 4 TO CODIGO-RETORNO
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               DISPLAY "No se encontro EMPLOYEE-MASTER (EMPMAST.DAT)."
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO EM-STATUS
               END-READ
               PERFORM UNTIL EM-STATUS NOT = "00"
                   IF NOT EM-BAJA-POR-FUSION
                       PERFORM SITUA-EMPLEADO
                   END-IF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF HAY-SALARIOS
               CLOSE SALARIOS-FILE
           END-IF.

       SITUA-EMPLEADO.
           IF EMP-COUNT >= 3000
               MOVE "S" TO DESBORDE-SW
           ELSE
               ADD 1 TO EMP-COUNT
               MOVE EM-EMPLOYEE-ID  TO ET-ID (EMP-COUNT)
               MOVE EM-DEPARTAMENTO TO ET-DEPTO-1 (EMP-COUNT)
               MOVE EM-DEPARTAMENTO TO ET-DEPTO-2 (EMP-COUNT)
               MOVE "N" TO ET-PLANTILLA-1 (EMP-COUNT)
               MOVE "N" TO ET-PLANTILLA-2 (EMP-COUNT)
               MOVE 0 TO ET-SALARIO-1 (EMP-COUNT)
               MOVE 0 TO ET-SALARIO-2 (EMP-COUNT)
               MOVE 99999999 TO ET-TOPE-1 (EMP-COUNT)
               MOVE 99999999 TO ET-TOPE-2 (EMP-COUNT)
               IF EM-FECHA-ALTA <= FECHA-1
                       AND (EM-ACTIVO OR EM-FECHA-BAJA > FECHA-1)
                   MOVE "S" TO ET-PLANTILLA-1 (EMP-COUNT)
               END-IF
               IF EM-FECHA-ALTA <= FECHA-2
                       AND (EM-ACTIVO OR EM-FECHA-BAJA > FECHA-2)
                   MOVE "S" TO ET-PLANTILLA-2 (EMP-COUNT)
               END-IF
               IF NOT ET-EN-PLANTILLA-1 (EMP-COUNT)
                   MOVE FECHA-1 TO FECHA-PERIODO
                   PERFORM BUSCA-PERIODO
                   IF PERIODO-HALLADO
                       MOVE "S" TO ET-PLANTILLA-1 (EMP-COUNT)
                       MOVE PE-DEPTO (PER-IX) TO ET-DEPTO-1 (EMP-COUNT)
                       MOVE PE-BAJA (PER-IX)  TO ET-TOPE-1 (EMP-COUNT)
                   END-IF
               END-IF
               IF NOT ET-EN-PLANTILLA-2 (EMP-COUNT)
                   MOVE FECHA-2 TO FECHA-PERIODO
                   PERFORM BUSCA-PERIODO
                   IF PERIODO-HALLADO
                       MOVE "S" TO ET-PLANTILLA-2 (EMP-COUNT)
                       MOVE PE-DEPTO (PER-IX) TO ET-DEPTO-2 (EMP-COUNT)
                       MOVE PE-BAJA (PER-IX)  TO ET-TOPE-2 (EMP-COUNT)
                   END-IF
               END-IF
               IF NOT ET-EN-PLANTILLA-1 (EMP-COUNT)
                       AND NOT ET-EN-PLANTILLA-2 (EMP-COUNT)
                   SUBTRACT 1 FROM EMP-COUNT
               ELSE
                   IF HAY-SALARIOS
                       PERFORM BUSCA-SALARIOS
                   END-IF
               END-IF
           END-IF.

      *El historial de retribucion va por empleado y fecha efectiva:
      *en cada cierre rige el ultimo registro que no lo pasa.
       BUSCA-SALARIOS.
           MOVE EM-EMPLOYEE-ID TO SA-EMPLOYEE-ID
           MOVE 0 TO SA-FECHA-EFECTIVA
           START SALARIOS-FILE KEY NOT < SA-CLAVE
               INVALID KEY
                   MOVE "23" TO SA-STATUS
           END-START
           IF SA-STATUS = "00"
               READ SALARIOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SA-STATUS
               END-READ
               PERFORM UNTIL SA-STATUS NOT = "00"
                   IF SA-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                           OR SA-FECHA-EFECTIVA > FECHA-2
                       MOVE "10" TO SA-STATUS
                   ELSE
                       IF SA-FECHA-EFECTIVA <= FECHA-1
                           MOVE SA-SALARIO-BASE
                               TO ET-SALARIO-1 (EMP-COUNT)
                       END-IF
                       MOVE SA-SALARIO-BASE
                           TO ET-SALARIO-2 (EMP-COUNT)
                       READ SALARIOS-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO SA-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           MOVE "00" TO SA-STATUS.

       CARGA-PERIODOS.
           MOVE 0 TO PER-COUNT
           OPEN INPUT SERVICE-HISTORY
           IF SH-STATUS = "00"
               PERFORM UNTIL SH-STATUS NOT = "00"
                   READ SERVICE-HISTORY
                       AT END
                           MOVE "10" TO SH-STATUS
                       NOT AT END
                           IF (SH-FECHA-ALTA <= FECHA-1
                                   AND SH-FECHA-BAJA > FECHA-1)
                               OR (SH-FECHA-ALTA <= FECHA-2
                                   AND SH-FECHA-BAJA > FECHA-2)
                               PERFORM GUARDA-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICE-HISTORY
           END-IF.

       GUARDA-PERIODO.
           IF PER-COUNT >= 500
               MOVE "S" TO DESBORDE-SW
           ELSE
               ADD 1 TO PER-COUNT
               MOVE SH-EMPLOYEE-ID  TO PE-ID (PER-COUNT)
               MOVE SH-DEPARTAMENTO TO PE-DEPTO (PER-COUNT)
               MOVE SH-FECHA-ALTA   TO PE-ALTA (PER-COUNT)
               MOVE SH-FECHA-BAJA   TO PE-BAJA (PER-COUNT)
           END-IF.

      *Periodo anterior del empleado que cubre FECHA-PERIODO; el
      *departamento de partida es aquel en que causo baja.
       BUSCA-PERIODO.
           MOVE "N" TO PERIODO-SW
           PERFORM VARYING PER-IX FROM 1 BY 1
                   UNTIL PER-IX > PER-COUNT OR PERIODO-HALLADO
               IF PE-ID (PER-IX) = EM-EMPLOYEE-ID
                       AND PE-ALTA (PER-IX) <= FECHA-PERIODO
                       AND PE-BAJA (PER-IX) > FECHA-PERIODO
                   MOVE "S" TO PERIODO-SW
               END-IF
           END-PERFORM
           IF PERIODO-HALLADO
               SUBTRACT 1 FROM PER-IX
           END-IF.

      *Solo interesan los traslados efectivos despues del cierre del
      *mes anterior: los anteriores ya estan en ambos cierres.
       CARGA-MOVIMIENTOS.
           MOVE 0 TO MOV-COUNT
           OPEN INPUT EMP-MOVIMIENTOS
           IF MOV-STATUS = "00"
               PERFORM UNTIL MOV-STATUS NOT = "00"
                   READ EMP-MOVIMIENTOS
                       AT END
                           MOVE "10" TO MOV-STATUS
                       NOT AT END
                           IF MV-FECHA-EFECTIVA > FECHA-1
                               PERFORM GUARDA-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-MOVIMIENTOS
           END-IF.

       GUARDA-MOVIMIENTO.
           IF MOV-COUNT >= 5000
               MOVE "S" TO DESBORDE-SW
           ELSE
               ADD 1 TO MOV-COUNT
               MOVE MV-EMPLOYEE-ID      TO MT-ID (MOV-COUNT)
               MOVE MV-DEPARTAMENTO-ANT TO MT-DEPTO-ANT (MOV-COUNT)
               MOVE MV-FECHA-EFECTIVA   TO MT-FECHA (MOV-COUNT)
           END-IF.

      *EMPMOV.DAT se graba en orden de aplicacion. Recorrido del
      *ultimo traslado al primero, cada traslado posterior a un
      *cierre devuelve al empleado a su departamento de origen; el
      *que queda es el que tenia ese dia.
       DESHACE-TRASLADOS.
           IF EMP-COUNT = 0
               MOVE 0 TO MOV-COUNT
           END-IF
           PERFORM VARYING MOV-SUB FROM MOV-COUNT BY -1
                   UNTIL MOV-SUB < 1
               SEARCH ALL EMP-ENTRADA
                   WHEN ET-ID (EMP-IX) = MT-ID (MOV-SUB)
                       PERFORM DESHACE-TRASLADO
               END-SEARCH
           END-PERFORM.

       DESHACE-TRASLADO.
           IF MT-FECHA (MOV-SUB) > FECHA-1
                   AND MT-FECHA (MOV-SUB) <= ET-TOPE-1 (EMP-IX)
               MOVE MT-DEPTO-ANT (MOV-SUB) TO ET-DEPTO-1 (EMP-IX)
           END-IF
           IF MT-FECHA (MOV-SUB) > FECHA-2
                   AND MT-FECHA (MOV-SUB) <= ET-TOPE-2 (EMP-IX)
               MOVE MT-DEPTO-ANT (MOV-SUB) TO ET-DEPTO-2 (EMP-IX)
           END-IF.

       CUENTA-COSTES.
           PERFORM VARYING EMP-IX FROM 1 BY 1
                   UNTIL EMP-IX > EMP-COUNT
               IF ET-EN-PLANTILLA-1 (EMP-IX)
                   MOVE ET-DEPTO-1 (EMP-IX)   TO DEPTO-BUSCADO
                   MOVE ET-SALARIO-1 (EMP-IX) TO SALARIO-SUMADO
                   MOVE "1" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
               END-IF
               IF ET-EN-PLANTILLA-2 (EMP-IX)
                   MOVE ET-DEPTO-2 (EMP-IX)   TO DEPTO-BUSCADO
                   MOVE ET-SALARIO-2 (EMP-IX) TO SALARIO-SUMADO
                   MOVE "2" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
               END-IF
           END-PERFORM.

       ACUMULA-DEPARTAMENTO.
           MOVE "N" TO DEPTO-ENCONTRADO
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
                       OR DEPTO-EN-TABLA
               IF DT-CODIGO (DEPTO-IX) = DEPTO-BUSCADO
                   MOVE "S" TO DEPTO-ENCONTRADO
               END-IF
           END-PERFORM
           IF DEPTO-EN-TABLA
               SET DEPTO-IX DOWN BY 1
           ELSE
               PERFORM ANADE-DEPTO-DESCONOCIDO
           END-IF
           IF DEPTO-EN-TABLA
               IF COLUMNA-MES-ANTERIOR
                   ADD 1 TO DT-PLANT-1 (DEPTO-IX)
                   ADD SALARIO-SUMADO TO DT-COSTE-1 (DEPTO-IX)
               ELSE
                   ADD 1 TO DT-PLANT-2 (DEPTO-IX)
                   ADD SALARIO-SUMADO TO DT-COSTE-2 (DEPTO-IX)
                   IF SALARIO-SUMADO = 0
                       ADD 1 TO DT-SIN-SAL-2 (DEPTO-IX)
                   END-IF
               END-IF
           END-IF.

      *Departamento que no esta en DEPTOS.DAT (o empleado sin
      *departamento): se anade a la tabla con nombre generico para
      *no perderlo.
       ANADE-DEPTO-DESCONOCIDO.
           IF DEPTO-COUNT < 100
               ADD 1 TO DEPTO-COUNT
               MOVE DEPTO-BUSCADO TO DT-CODIGO (DEPTO-COUNT)
               IF DEPTO-BUSCADO = SPACES
                   MOVE "(SIN DEPARTAMENTO)"
                       TO DT-NOMBRE (DEPTO-COUNT)
               ELSE
                   MOVE "(SIN REFERENCIA)" TO DT-NOMBRE (DEPTO-COUNT)
               END-IF
               MOVE SPACES TO DT-DIVISION (DEPTO-COUNT)
               PERFORM INICIA-CUENTAS-DEPTO
               SET DEPTO-IX TO DEPTO-COUNT
               MOVE "S" TO DEPTO-ENCONTRADO
           END-IF.

      *Cada departamento aporta sus cuentas a la raiz de su cadena de
      *divisiones, igual que en INFDEPTO; el tope de saltos protege
      *de un fichero enredado.
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
                   MOVE 0 TO DV-PLANT-1 (DIVISION-IX)
                   MOVE 0 TO DV-COSTE-1 (DIVISION-IX)
                   MOVE 0 TO DV-PLANT-2 (DIVISION-IX)
                   MOVE 0 TO DV-SIN-SAL-2 (DIVISION-IX)
                   MOVE 0 TO DV-COSTE-2 (DIVISION-IX)
                   MOVE "S" TO CADENA-HALLADA
               END-IF
           END-IF
           IF ESLABON-HALLADO
               ADD DT-PLANT-1 (DEPTO-IX)   TO DV-PLANT-1 (DIVISION-IX)
               ADD DT-COSTE-1 (DEPTO-IX)   TO DV-COSTE-1 (DIVISION-IX)
               ADD DT-PLANT-2 (DEPTO-IX)   TO DV-PLANT-2 (DIVISION-IX)
               ADD DT-SIN-SAL-2 (DEPTO-IX)
                   TO DV-SIN-SAL-2 (DIVISION-IX)
               ADD DT-COSTE-2 (DEPTO-IX)   TO DV-COSTE-2 (DIVISION-IX)
               ADD DT-PLANT-1 (DEPTO-IX)   TO TOTAL-PLANT-1
               ADD DT-COSTE-1 (DEPTO-IX)   TO TOTAL-COSTE-1
               ADD DT-PLANT-2 (DEPTO-IX)   TO TOTAL-PLANT-2
               ADD DT-SIN-SAL-2 (DEPTO-IX) TO TOTAL-SIN-SAL-2
               ADD DT-COSTE-2 (DEPTO-IX)   TO TOTAL-COSTE-2
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT COSTE-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Coste salarial por departamento al " FECHA-2
                  " comparado con el " FECHA-1
                  " - Fecha de negocio: " FN-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM ESCRIBE-TITULOS
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               MOVE DT-CODIGO (DEPTO-IX)    TO LC-CODIGO
               MOVE DT-NOMBRE (DEPTO-IX)    TO LC-NOMBRE
               MOVE DT-PLANT-1 (DEPTO-IX)   TO LINEA-PLANT-1
               MOVE DT-COSTE-1 (DEPTO-IX)   TO LINEA-COSTE-1
               MOVE DT-PLANT-2 (DEPTO-IX)   TO LINEA-PLANT-2
               MOVE DT-SIN-SAL-2 (DEPTO-IX) TO LINEA-SIN-SAL-2
               MOVE DT-COSTE-2 (DEPTO-IX)   TO LINEA-COSTE-2
               PERFORM ESCRIBE-LINEA-COSTE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Subtotales por division:" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DIVISION-IX FROM 1 BY 1
                   UNTIL DIVISION-IX > DIVISION-COUNT
               MOVE DV-CODIGO (DIVISION-IX)    TO LC-CODIGO
               MOVE SPACES                     TO LC-NOMBRE
               MOVE DV-PLANT-1 (DIVISION-IX)   TO LINEA-PLANT-1
               MOVE DV-COSTE-1 (DIVISION-IX)   TO LINEA-COSTE-1
               MOVE DV-PLANT-2 (DIVISION-IX)   TO LINEA-PLANT-2
               MOVE DV-SIN-SAL-2 (DIVISION-IX) TO LINEA-SIN-SAL-2
               MOVE DV-COSTE-2 (DIVISION-IX)   TO LINEA-COSTE-2
               PERFORM ESCRIBE-LINEA-COSTE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES          TO LC-CODIGO
           MOVE "TOTAL EMPRESA" TO LC-NOMBRE
           MOVE TOTAL-PLANT-1   TO LINEA-PLANT-1
           MOVE TOTAL-COSTE-1   TO LINEA-COSTE-1
           MOVE TOTAL-PLANT-2   TO LINEA-PLANT-2
           MOVE TOTAL-SIN-SAL-2 TO LINEA-SIN-SAL-2
           MOVE TOTAL-COSTE-2   TO LINEA-COSTE-2
           PERFORM ESCRIBE-LINEA-COSTE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  Salario base anual vigente en cada cierre; la media"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  es sobre los empleados con salario registrado."
               TO RPT-LINE
           WRITE RPT-LINE
           IF TOTAL-SIN-SAL-2 > 0
               MOVE SPACES TO RPT-LINE
               STRING "  Aviso: " TOTAL-SIN-SAL-2
                      " empleado(s) en plantilla sin salario en "
                      "SALARIOS.DAT."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE COSTE-REPORT
           DISPLAY "Coste salarial grabado en COSTES.PRT. En "
                   "plantilla al " FECHA-2 ": " TOTAL-PLANT-2
                   " Sin salario: " TOTAL-SIN-SAL-2.

       ESCRIBE-TITULOS.
           MOVE SPACES TO RPT-LINE
           STRING "  Dpto Nombre              Plant.SinSal"
                  "    Coste total      Media Ant."
                  "  Coste anterior      Variacion"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-LINEA-COSTE.
           MOVE LINEA-PLANT-2   TO LC-PLANT
           MOVE LINEA-SIN-SAL-2 TO LC-SIN-SALARIO
           MOVE LINEA-COSTE-2   TO LC-TOTAL
           COMPUTE LINEA-CON-SALARIO = LINEA-PLANT-2 - LINEA-SIN-SAL-2
           IF LINEA-CON-SALARIO > 0
               COMPUTE LC-MEDIA ROUNDED =
                   LINEA-COSTE-2 / LINEA-CON-SALARIO
           ELSE
               MOVE 0 TO LC-MEDIA
           END-IF
           MOVE LINEA-PLANT-1   TO LC-PLANT-ANT
           MOVE LINEA-COSTE-1   TO LC-TOTAL-ANT
           COMPUTE LC-VARIACION = LINEA-COSTE-2 - LINEA-COSTE-1
           MOVE LINEA-COSTE TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INFCOSTE.
