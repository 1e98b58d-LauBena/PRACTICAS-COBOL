      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Plantilla por departamento a una fecha pasada: quien
      *          estaba en plantilla ese dia sale de EM-FECHA-ALTA y
      *          EM-FECHA-BAJA de EMPMAST.DAT, y el departamento en que
      *          estaba se reconstruye deshaciendo hacia atras los
      *          traslados de EMPMOV.DAT posteriores a la fecha. Rueda
      *          por division como INFDEPTO e imprime en DEPFECHA.PRT;
      *          con una segunda fecha pone las dos plantillas lado a
      *          lado y explica la diferencia de cada departamento en
      *          altas, bajas, traslados de entrada y de salida, con
      *          el detalle por empleado. Un empleado reincorporado se
      *          situa en su periodo anterior con SERVHIST.DAT y el
      *          cambio de periodo entre las dos fechas sale como
      *          reingreso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFDEPFC.
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
           SELECT DEPTO-REPORT ASSIGN TO "DEPFECHA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  EMP-MOVIMIENTOS.
       COPY EMPMOV.
       FD  SERVICE-HISTORY.
       COPY SERVHIST.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  DEPTO-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  MOV-STATUS          PIC XX.
       01  SH-STATUS           PIC XX.
       01  DEP-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  FECHA-ENTRADA-X     PIC X(08).
       01  FECHA-ENTRADA REDEFINES FECHA-ENTRADA-X PIC 9(08).
       01  FECHA-1             PIC 9(08) VALUE 0.
       01  FECHA-2             PIC 9(08) VALUE 0.
       01  FECHA-CAMBIO        PIC 9(08).
       01  FECHA-HOY           PIC 9(08).
       01  DATO-VALIDO         PIC X VALUE "N".
           88  DATO-ES-VALIDO         VALUE "S".
       01  COMPARA-SW          PIC X VALUE "N".
           88  COMPARA-DOS-FECHAS     VALUE "S".
       01  EMP-COUNT           PIC 9(04) VALUE 0.
       01  EMPLEADOS-TABLA.
           05  EMP-ENTRADA OCCURS 1 TO 3000 TIMES
                   DEPENDING ON EMP-COUNT
                   ASCENDING KEY IS ET-ID
                   INDEXED BY EMP-IX.
               10  ET-ID          PIC 9(06).
               10  ET-APELLIDOS   PIC X(20).
               10  ET-PLANTILLA-1 PIC X.
                   88  ET-EN-PLANTILLA-1  VALUE "S".
               10  ET-DEPTO-1     PIC X(04).
               10  ET-PLANTILLA-2 PIC X.
                   88  ET-EN-PLANTILLA-2  VALUE "S".
               10  ET-DEPTO-2     PIC X(04).
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
               10  DT-CUENTA-1    PIC 9(06).
               10  DT-ALTAS       PIC 9(06).
               10  DT-BAJAS       PIC 9(06).
               10  DT-ENTRADAS    PIC 9(06).
               10  DT-SALIDAS     PIC 9(06).
               10  DT-CUENTA-2    PIC 9(06).
       01  DEPTO-ENCONTRADO    PIC X VALUE "N".
           88  DEPTO-EN-TABLA         VALUE "S".
       01  DEPTO-BUSCADO       PIC X(04).
       01  COLUMNA             PIC X.
           88  COLUMNA-CUENTA-1       VALUE "1".
           88  COLUMNA-CUENTA-2       VALUE "2".
           88  COLUMNA-ALTAS          VALUE "A".
           88  COLUMNA-BAJAS          VALUE "B".
           88  COLUMNA-ENTRADAS       VALUE "E".
           88  COLUMNA-SALIDAS        VALUE "S".
       01  DIVISION-COUNT      PIC 9(03) VALUE 0.
       01  DIVISION-TABLA.
           05  DIVISION-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON DIVISION-COUNT
                   INDEXED BY DIVISION-IX.
               10  DV-CODIGO      PIC X(04).
               10  DV-CUENTA-1    PIC 9(06).
               10  DV-ALTAS       PIC 9(06).
               10  DV-BAJAS       PIC 9(06).
               10  DV-ENTRADAS    PIC 9(06).
               10  DV-SALIDAS     PIC 9(06).
               10  DV-CUENTA-2    PIC 9(06).
       01  RAIZ-DIVISION       PIC X(04).
       01  CODIGO-CADENA       PIC X(04).
       01  SALTOS              PIC 9(02).
       01  CADENA-IX           PIC 9(03).
       01  CADENA-HALLADA      PIC X VALUE "N".
           88  ESLABON-HALLADO        VALUE "S".
       01  TOTAL-1             PIC 9(06) VALUE 0.
       01  TOTAL-2             PIC 9(06) VALUE 0.
       01  DIFERENCIAS         PIC 9(06) VALUE 0.
       01  LINEA-DEPTO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-CODIGO          PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-NOMBRE          PIC X(20).
           05  LD-CUENTA-1        PIC Z(05)9.
           05  LD-ALTAS           PIC Z(05)9.
           05  LD-BAJAS           PIC Z(05)9.
           05  LD-ENTRADAS        PIC Z(05)9.
           05  LD-SALIDAS         PIC Z(05)9.
           05  LD-CUENTA-2        PIC Z(05)9.
       01  LINEA-DIFERENCIA.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  LF-ID              PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LF-APELLIDOS       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LF-TIPO            PIC X(09).
           05  FILLER             PIC X(04) VALUE " de ".
           05  LF-DEPTO-DE        PIC X(04).
           05  FILLER             PIC X(03) VALUE " a ".
           05  LF-DEPTO-A         PIC X(04).
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-HOY.
           PERFORM CAPTURA-FECHAS.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-PERIODOS.
           PERFORM CARGA-EMPLEADOS.
           IF CODIGO-RETORNO < 8
               PERFORM CARGA-MOVIMIENTOS
               PERFORM DESHACE-TRASLADOS
               PERFORM CUENTA-PLANTILLAS
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
           MOVE "INFDEPFC"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFDEPFC"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

      *La primera fecha en blanco es hoy; la segunda en blanco deja el
      *informe de una sola fecha. Con dos fechas la anterior va
      *siempre a la izquierda.
       CAPTURA-FECHAS.
           MOVE "N" TO DATO-VALIDO
           PERFORM UNTIL DATO-ES-VALIDO
               DISPLAY "Fecha de la plantilla AAAAMMDD (en blanco, "
                       "hoy): "
               MOVE SPACES TO FECHA-ENTRADA-X
               ACCEPT FECHA-ENTRADA-X
               IF FECHA-ENTRADA-X = SPACES
                   MOVE FECHA-HOY TO FECHA-ENTRADA
               END-IF
               PERFORM VALIDA-FECHA
           END-PERFORM
           MOVE FECHA-ENTRADA TO FECHA-1
           MOVE "N" TO DATO-VALIDO
           PERFORM UNTIL DATO-ES-VALIDO
               DISPLAY "Segunda fecha a comparar AAAAMMDD (en "
                       "blanco, ninguna): "
               MOVE SPACES TO FECHA-ENTRADA-X
               ACCEPT FECHA-ENTRADA-X
               IF FECHA-ENTRADA-X = SPACES
                   MOVE "S" TO DATO-VALIDO
               ELSE
                   PERFORM VALIDA-FECHA
                   IF DATO-ES-VALIDO
                       MOVE "S" TO COMPARA-SW
                       MOVE FECHA-ENTRADA TO FECHA-2
                   END-IF
               END-IF
           END-PERFORM
           IF COMPARA-DOS-FECHAS AND FECHA-2 < FECHA-1
               MOVE FECHA-1 TO FECHA-CAMBIO
               MOVE FECHA-2 TO FECHA-1
               MOVE FECHA-CAMBIO TO FECHA-2
           END-IF.

       VALIDA-FECHA.
           IF FECHA-ENTRADA-X NOT NUMERIC
               DISPLAY "Fecha no valida, introduce AAAAMMDD."
           ELSE
               IF FUNCTION INTEGER-OF-DATE (FECHA-ENTRADA) = 0
                   DISPLAY "La fecha " FECHA-ENTRADA " no existe."
               ELSE
                   MOVE "S" TO DATO-VALIDO
               END-IF
           END-IF.

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
           MOVE 0 TO DT-CUENTA-1 (DEPTO-COUNT)
           MOVE 0 TO DT-ALTAS (DEPTO-COUNT)
           MOVE 0 TO DT-BAJAS (DEPTO-COUNT)
           MOVE 0 TO DT-ENTRADAS (DEPTO-COUNT)
           MOVE 0 TO DT-SALIDAS (DEPTO-COUNT)
           MOVE 0 TO DT-CUENTA-2 (DEPTO-COUNT).

      *El maestro se lee por clave, asi que la tabla queda ordenada
      *por identificador para buscar en ella los traslados. Entran
      *solo los empleados en plantilla en alguna de las fechas. Los
      *registros que EMPMERGE dio de baja por fusion eran duplicados
      *del superviviente y no cuentan en ninguna fecha.
       CARGA-EMPLEADOS.
           MOVE 0 TO EMP-COUNT
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
           END-IF.

       SITUA-EMPLEADO.
           IF EMP-COUNT >= 3000
               MOVE "S" TO DESBORDE-SW
           ELSE
               ADD 1 TO EMP-COUNT
               MOVE EM-EMPLOYEE-ID  TO ET-ID (EMP-COUNT)
               MOVE EM-APELLIDOS    TO ET-APELLIDOS (EMP-COUNT)
               MOVE EM-DEPARTAMENTO TO ET-DEPTO-1 (EMP-COUNT)
               MOVE EM-DEPARTAMENTO TO ET-DEPTO-2 (EMP-COUNT)
               MOVE "N" TO ET-PLANTILLA-1 (EMP-COUNT)
               MOVE "N" TO ET-PLANTILLA-2 (EMP-COUNT)
               MOVE 99999999 TO ET-TOPE-1 (EMP-COUNT)
               MOVE 99999999 TO ET-TOPE-2 (EMP-COUNT)
               IF EM-FECHA-ALTA <= FECHA-1
                       AND (EM-ACTIVO OR EM-FECHA-BAJA > FECHA-1)
                   MOVE "S" TO ET-PLANTILLA-1 (EMP-COUNT)
               END-IF
               IF COMPARA-DOS-FECHAS
                       AND EM-FECHA-ALTA <= FECHA-2
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
               IF COMPARA-DOS-FECHAS
                       AND NOT ET-EN-PLANTILLA-2 (EMP-COUNT)
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
               END-IF
           END-IF.

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
                               OR (COMPARA-DOS-FECHAS
                                   AND SH-FECHA-ALTA <= FECHA-2
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

      *Solo interesan los traslados efectivos despues de la primera
      *fecha: los anteriores ya estan reflejados en ambas plantillas.
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
      *ultimo traslado al primero, cada traslado posterior a la
      *fecha devuelve al empleado a su departamento de origen; el
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
           IF COMPARA-DOS-FECHAS AND MT-FECHA (MOV-SUB) > FECHA-2
                   AND MT-FECHA (MOV-SUB) <= ET-TOPE-2 (EMP-IX)
               MOVE MT-DEPTO-ANT (MOV-SUB) TO ET-DEPTO-2 (EMP-IX)
           END-IF.

      *Quien esta en las dos fechas en departamentos distintos es un
      *traslado de salida del primero y de entrada en el segundo.
       CUENTA-PLANTILLAS.
           PERFORM VARYING EMP-IX FROM 1 BY 1
                   UNTIL EMP-IX > EMP-COUNT
               IF ET-EN-PLANTILLA-1 (EMP-IX)
                   ADD 1 TO TOTAL-1
                   MOVE ET-DEPTO-1 (EMP-IX) TO DEPTO-BUSCADO
                   MOVE "1" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
               END-IF
               IF ET-EN-PLANTILLA-2 (EMP-IX)
                   ADD 1 TO TOTAL-2
                   MOVE ET-DEPTO-2 (EMP-IX) TO DEPTO-BUSCADO
                   MOVE "2" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
               END-IF
               IF COMPARA-DOS-FECHAS
                   PERFORM CLASIFICA-DIFERENCIA
               END-IF
           END-PERFORM.

       CLASIFICA-DIFERENCIA.
           EVALUATE TRUE
               WHEN ET-EN-PLANTILLA-1 (EMP-IX)
                       AND NOT ET-EN-PLANTILLA-2 (EMP-IX)
                   MOVE ET-DEPTO-1 (EMP-IX) TO DEPTO-BUSCADO
                   MOVE "B" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
               WHEN ET-EN-PLANTILLA-2 (EMP-IX)
                       AND NOT ET-EN-PLANTILLA-1 (EMP-IX)
                   MOVE ET-DEPTO-2 (EMP-IX) TO DEPTO-BUSCADO
                   MOVE "A" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
               WHEN ET-TOPE-1 (EMP-IX) NOT = ET-TOPE-2 (EMP-IX)
                   MOVE ET-DEPTO-1 (EMP-IX) TO DEPTO-BUSCADO
                   MOVE "B" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
                   MOVE ET-DEPTO-2 (EMP-IX) TO DEPTO-BUSCADO
                   MOVE "A" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
               WHEN ET-DEPTO-1 (EMP-IX) NOT = ET-DEPTO-2 (EMP-IX)
                   MOVE ET-DEPTO-1 (EMP-IX) TO DEPTO-BUSCADO
                   MOVE "S" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
                   MOVE ET-DEPTO-2 (EMP-IX) TO DEPTO-BUSCADO
                   MOVE "E" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
           END-EVALUATE.

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
               EVALUATE TRUE
                   WHEN COLUMNA-CUENTA-1
                       ADD 1 TO DT-CUENTA-1 (DEPTO-IX)
                   WHEN COLUMNA-CUENTA-2
                       ADD 1 TO DT-CUENTA-2 (DEPTO-IX)
                   WHEN COLUMNA-ALTAS
                       ADD 1 TO DT-ALTAS (DEPTO-IX)
                   WHEN COLUMNA-BAJAS
                       ADD 1 TO DT-BAJAS (DEPTO-IX)
                   WHEN COLUMNA-ENTRADAS
                       ADD 1 TO DT-ENTRADAS (DEPTO-IX)
                   WHEN COLUMNA-SALIDAS
                       ADD 1 TO DT-SALIDAS (DEPTO-IX)
               END-EVALUATE
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
                   MOVE 0 TO DV-CUENTA-1 (DIVISION-IX)
                   MOVE 0 TO DV-ALTAS (DIVISION-IX)
                   MOVE 0 TO DV-BAJAS (DIVISION-IX)
                   MOVE 0 TO DV-ENTRADAS (DIVISION-IX)
                   MOVE 0 TO DV-SALIDAS (DIVISION-IX)
                   MOVE 0 TO DV-CUENTA-2 (DIVISION-IX)
                   MOVE "S" TO CADENA-HALLADA
               END-IF
           END-IF
           IF ESLABON-HALLADO
               ADD DT-CUENTA-1 (DEPTO-IX) TO DV-CUENTA-1 (DIVISION-IX)
               ADD DT-ALTAS (DEPTO-IX)    TO DV-ALTAS (DIVISION-IX)
               ADD DT-BAJAS (DEPTO-IX)    TO DV-BAJAS (DIVISION-IX)
               ADD DT-ENTRADAS (DEPTO-IX) TO DV-ENTRADAS (DIVISION-IX)
               ADD DT-SALIDAS (DEPTO-IX)  TO DV-SALIDAS (DIVISION-IX)
               ADD DT-CUENTA-2 (DEPTO-IX) TO DV-CUENTA-2 (DIVISION-IX)
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT DEPTO-REPORT
           MOVE SPACES TO RPT-LINE
           IF COMPARA-DOS-FECHAS
               STRING "Plantilla por departamento al " FECHA-1
                      " comparada con el " FECHA-2
                      " - Fecha: " FECHA-HOY
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "Plantilla por departamento al " FECHA-1
                      " - Fecha: " FECHA-HOY
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM ESCRIBE-TITULOS
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               MOVE DT-CODIGO (DEPTO-IX)   TO LD-CODIGO
               MOVE DT-NOMBRE (DEPTO-IX)   TO LD-NOMBRE
               MOVE DT-CUENTA-1 (DEPTO-IX) TO LD-CUENTA-1
               MOVE DT-ALTAS (DEPTO-IX)    TO LD-ALTAS
               MOVE DT-BAJAS (DEPTO-IX)    TO LD-BAJAS
               MOVE DT-ENTRADAS (DEPTO-IX) TO LD-ENTRADAS
               MOVE DT-SALIDAS (DEPTO-IX)  TO LD-SALIDAS
               MOVE DT-CUENTA-2 (DEPTO-IX) TO LD-CUENTA-2
               PERFORM ESCRIBE-LINEA-DEPTO
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Subtotales por division:" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DIVISION-IX FROM 1 BY 1
                   UNTIL DIVISION-IX > DIVISION-COUNT
               MOVE DV-CODIGO (DIVISION-IX)   TO LD-CODIGO
               MOVE SPACES                    TO LD-NOMBRE
               MOVE DV-CUENTA-1 (DIVISION-IX) TO LD-CUENTA-1
               MOVE DV-ALTAS (DIVISION-IX)    TO LD-ALTAS
               MOVE DV-BAJAS (DIVISION-IX)    TO LD-BAJAS
               MOVE DV-ENTRADAS (DIVISION-IX) TO LD-ENTRADAS
               MOVE DV-SALIDAS (DIVISION-IX)  TO LD-SALIDAS
               MOVE DV-CUENTA-2 (DIVISION-IX) TO LD-CUENTA-2
               PERFORM ESCRIBE-LINEA-DEPTO
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Total en plantilla al " FECHA-1 ": " TOTAL-1
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF COMPARA-DOS-FECHAS
               MOVE SPACES TO RPT-LINE
               STRING "  Total en plantilla al " FECHA-2 ": " TOTAL-2
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM ESCRIBE-DIFERENCIAS
           END-IF
           CLOSE DEPTO-REPORT
           DISPLAY "Plantilla a fecha grabada en DEPFECHA.PRT. "
                   "En plantilla al " FECHA-1 ": " TOTAL-1.

       ESCRIBE-TITULOS.
           MOVE SPACES TO RPT-LINE
           IF COMPARA-DOS-FECHAS
               STRING "  Dpto  Nombre               Fech.1"
                      " Altas Bajas  Entr  Sali Fech.2"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "  Dpto  Nombre               Plant."
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      *Con una sola fecha solo se imprime la primera cuenta.
       ESCRIBE-LINEA-DEPTO.
           MOVE LINEA-DEPTO TO RPT-LINE
           IF NOT COMPARA-DOS-FECHAS
               MOVE SPACES TO RPT-LINE (35:)
           END-IF
           WRITE RPT-LINE.

       ESCRIBE-DIFERENCIAS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Diferencias por empleado:" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO DIFERENCIAS
           PERFORM VARYING EMP-IX FROM 1 BY 1
                   UNTIL EMP-IX > EMP-COUNT
               MOVE SPACES TO LF-TIPO
               EVALUATE TRUE
                   WHEN ET-EN-PLANTILLA-1 (EMP-IX)
                           AND NOT ET-EN-PLANTILLA-2 (EMP-IX)
                       MOVE "BAJA"     TO LF-TIPO
                   WHEN ET-EN-PLANTILLA-2 (EMP-IX)
                           AND NOT ET-EN-PLANTILLA-1 (EMP-IX)
                       MOVE "ALTA"     TO LF-TIPO
                   WHEN ET-TOPE-1 (EMP-IX) NOT = ET-TOPE-2 (EMP-IX)
                       MOVE "REINGRESO" TO LF-TIPO
                   WHEN ET-DEPTO-1 (EMP-IX) NOT = ET-DEPTO-2 (EMP-IX)
                       MOVE "TRASLADO" TO LF-TIPO
               END-EVALUATE
               IF LF-TIPO NOT = SPACES
                   ADD 1 TO DIFERENCIAS
                   MOVE ET-ID (EMP-IX)        TO LF-ID
                   MOVE ET-APELLIDOS (EMP-IX) TO LF-APELLIDOS
                   MOVE ET-DEPTO-1 (EMP-IX)   TO LF-DEPTO-DE
                   MOVE ET-DEPTO-2 (EMP-IX)   TO LF-DEPTO-A
                   IF LF-TIPO = "ALTA"
                       MOVE SPACES TO LF-DEPTO-DE
                   END-IF
                   IF LF-TIPO = "BAJA"
                       MOVE SPACES TO LF-DEPTO-A
                   END-IF
                   MOVE LINEA-DIFERENCIA TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF DIFERENCIAS = 0
               MOVE "    Ninguna: las dos plantillas coinciden."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM INFDEPFC.
