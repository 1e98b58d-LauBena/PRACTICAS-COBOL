      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Rotacion mensual de plantilla por departamento: para
      *          el mes de la fecha de negocio da la plantilla inicial,
      *          las altas, las bajas desglosadas por motivo de
      *          EM-MOTIVO-BAJA (sin las fusiones FU de EMPMERGE), los
      *          traslados de entrada y de salida de EMPMOV.DAT, la
      *          plantilla final y la tasa de bajas del mes, junto a
      *          la tasa de los ultimos 12 meses. Rueda por division
      *          como INFDEPTO, imprime en ROTACION.PRT la serie de
      *          tasas de los 12 meses y senala los departamentos cuya
      *          tasa anual supera el umbral de ROTACION.DAT (por
      *          defecto 15 por ciento). Es paso del plan de cierre de
      *          mes de CALL-DRIVER. Los periodos anteriores de los
      *          empleados reincorporados se cuentan con SERVHIST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFROTA.
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
           SELECT UMBRAL-ROTACION ASSIGN TO "ROTACION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROT-STATUS.
           SELECT ROTACION-REPORT ASSIGN TO "ROTACION.PRT"
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
       FD  UMBRAL-ROTACION.
       01  ROTACION-RECORD           PIC 9(02).
       FD  ROTACION-REPORT.
       01  RPT-LINE                  PIC X(110).
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  MOV-STATUS          PIC XX.
       01  SH-STATUS           PIC XX.
       01  DEP-STATUS          PIC XX.
       01  ROT-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  UMBRAL              PIC 9(02) VALUE 15.
      *Los 12 meses que acaban en el de la fecha de negocio; el 12 es
      *el mes del informe. ANTERIOR es el dia previo al primero del
      *mes, la fecha de la plantilla inicial.
       01  MESES-TABLA.
           05  MES-FECHAS OCCURS 12 TIMES.
               10  MF-INICIO      PIC 9(08).
               10  MF-FIN         PIC 9(08).
               10  MF-ANTERIOR    PIC 9(08).
       01  MES-IX              PIC 9(02).
       01  MES-BUSCA           PIC 9(02).
       01  MES-HALLADO         PIC 9(02).
       01  ANO-CALCULO         PIC 9(04).
       01  MES-CALCULO         PIC 9(02).
       01  PRIMERO-SIGUIENTE   PIC 9(08).
       01  DIAS-ENTEROS        PIC 9(07).
       01  FECHA-CONSULTA      PIC 9(08).
       01  PLANTILLA-SW        PIC X VALUE "N".
           88  ESTA-EN-PLANTILLA      VALUE "S".
       01  EMP-COUNT           PIC 9(04) VALUE 0.
       01  EMPLEADOS-TABLA.
           05  EMP-ENTRADA OCCURS 1 TO 3000 TIMES
                   DEPENDING ON EMP-COUNT
                   ASCENDING KEY IS ET-ID
                   INDEXED BY EMP-IX.
               10  ET-ID          PIC 9(06).
               10  ET-DEPTO       PIC X(04).
               10  ET-ALTA        PIC 9(08).
               10  ET-BAJA        PIC 9(08).
               10  ET-ESTADO      PIC X.
                   88  ET-ACTIVO          VALUE "A".
               10  ET-MOTIVO-IX   PIC 9(01).
               10  ET-PRIMER-MOV  PIC 9(05).
      *Traslados encadenados por empleado del ultimo aplicado al
      *primero: MT-SIGUIENTE apunta al anterior en el historial.
       01  MOV-COUNT           PIC 9(05) VALUE 0.
       01  MOV-SUB             PIC 9(05) VALUE 0.
       01  MOVIMIENTOS-TABLA.
           05  MOV-ENTRADA OCCURS 1 TO 5000 TIMES
                   DEPENDING ON MOV-COUNT.
               10  MT-DEPTO-ANT   PIC X(04).
               10  MT-DEPTO-NVO   PIC X(04).
               10  MT-FECHA       PIC 9(08).
               10  MT-SIGUIENTE   PIC 9(05).
      *Periodos de servicio anteriores de los empleados que se
      *reincorporaron (SERVHIST.DAT): cuentan como plantilla, alta y
      *baja en sus fechas aunque el maestro ya muestre el reingreso.
       01  PER-COUNT           PIC 9(04) VALUE 0.
       01  PER-IX              PIC 9(04).
       01  PERIODOS-TABLA.
           05  PER-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON PER-COUNT.
               10  PE-DEPTO       PIC X(04).
               10  PE-ALTA        PIC 9(08).
               10  PE-BAJA        PIC 9(08).
               10  PE-MOTIVO-IX   PIC 9(01).
               10  PE-PRIMER-MOV  PIC 9(05).
      *Periodo que se esta contando, del maestro o del historial de
      *servicio; los traslados posteriores a PA-TOPE son de otro
      *periodo y no lo mueven de departamento.
       01  PERIODO-ACTUAL.
           05  PA-DEPTO            PIC X(04).
           05  PA-ALTA             PIC 9(08).
           05  PA-BAJA             PIC 9(08).
           05  PA-ESTADO           PIC X.
               88  PA-ACTIVO              VALUE "A".
           05  PA-PRIMER-MOV       PIC 9(05).
           05  PA-TOPE             PIC 9(08).
       01  DESBORDE-SW         PIC X VALUE "N".
           88  HUBO-DESBORDE          VALUE "S".
      *Motivos de baja por columna: 1 VO, 2 DE, 3 JU, 4 FC, 5 OT y
      *6 sin motivo registrado (bajas anteriores al motivo).
       01  MOTIVO-IX           PIC 9(01).
       01  DEPTO-COUNT         PIC 9(03) VALUE 0.
       01  DEPTO-TABLA.
           05  DEPTO-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON DEPTO-COUNT
                   INDEXED BY DEPTO-IX.
               10  DT-CODIGO      PIC X(04).
               10  DT-NOMBRE      PIC X(20).
               10  DT-DIVISION    PIC X(04).
               10  DT-MESES.
                   15  DT-MES OCCURS 12 TIMES.
                       20  DT-INICIAL     PIC 9(05).
                       20  DT-ALTAS       PIC 9(05).
                       20  DT-BAJAS       PIC 9(05).
                       20  DT-MOTIVO      PIC 9(05) OCCURS 6 TIMES.
                       20  DT-ENTRADAS    PIC 9(05).
                       20  DT-SALIDAS     PIC 9(05).
                       20  DT-FINAL       PIC 9(05).
       01  DEPTO-ENCONTRADO    PIC X VALUE "N".
           88  DEPTO-EN-TABLA         VALUE "S".
       01  DEPTO-BUSCADO       PIC X(04).
       01  COLUMNA             PIC X.
           88  COLUMNA-INICIAL        VALUE "I".
           88  COLUMNA-ALTAS          VALUE "A".
           88  COLUMNA-BAJAS          VALUE "B".
           88  COLUMNA-ENTRADAS       VALUE "E".
           88  COLUMNA-SALIDAS        VALUE "S".
           88  COLUMNA-FINAL          VALUE "F".
      *DV-MESES y TOTAL-MESES guardan las cuentas con la forma de
      *DT-MESES (12 meses de 12 cuentas de 5 posiciones).
       01  DIVISION-COUNT      PIC 9(03) VALUE 0.
       01  DIVISION-TABLA.
           05  DIVISION-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON DIVISION-COUNT
                   INDEXED BY DIVISION-IX.
               10  DV-CODIGO      PIC X(04).
               10  DV-MESES       PIC X(720).
       01  RAIZ-DIVISION       PIC X(04).
       01  CODIGO-CADENA       PIC X(04).
       01  SALTOS              PIC 9(02).
       01  CADENA-IX           PIC 9(03).
       01  CADENA-HALLADA      PIC X VALUE "N".
           88  ESLABON-HALLADO        VALUE "S".
      *Areas de trabajo con la misma forma que DT-MESES: las cuentas
      *de un departamento, division o del total se pasan a CALCULO
      *para sacar las tasas y se suman en ACUMULADO al rodar.
       01  CALCULO-MESES.
           05  CM-MES OCCURS 12 TIMES.
               10  CM-INICIAL     PIC 9(05).
               10  CM-ALTAS       PIC 9(05).
               10  CM-BAJAS       PIC 9(05).
               10  CM-MOTIVO      PIC 9(05) OCCURS 6 TIMES.
               10  CM-ENTRADAS    PIC 9(05).
               10  CM-SALIDAS     PIC 9(05).
               10  CM-FINAL       PIC 9(05).
       01  ACUMULADO-MESES.
           05  AM-MES OCCURS 12 TIMES.
               10  AM-INICIAL     PIC 9(05).
               10  AM-ALTAS       PIC 9(05).
               10  AM-BAJAS       PIC 9(05).
               10  AM-MOTIVO      PIC 9(05) OCCURS 6 TIMES.
               10  AM-ENTRADAS    PIC 9(05).
               10  AM-SALIDAS     PIC 9(05).
               10  AM-FINAL       PIC 9(05).
       01  TOTAL-MESES         PIC X(720).
      *Tasa de bajas = bajas / plantilla media * 100, con plantilla
      *media = (inicial + final) / 2; la de 12 meses usa la suma de
      *bajas y la media de las plantillas medias de cada mes.
       01  TASAS-TABLA.
           05  TS-TASA OCCURS 12 TIMES PIC 9(04)V99.
       01  TASA-12             PIC 9(04)V99.
       01  PLANTILLA-DOBLE     PIC 9(06).
       01  SUMA-BAJAS          PIC 9(07).
       01  SUMA-PLANTILLA      PIC 9(07).
       01  SENALADOS           PIC 9(03) VALUE 0.
       01  SENALADOS-TABLA.
           05  SENALADO-ENTRADA OCCURS 100 TIMES.
               10  SD-CODIGO      PIC X(04).
               10  SD-NOMBRE      PIC X(20).
               10  SD-TASA-12     PIC 9(04)V99.
       01  SENALADO-IX         PIC 9(03).
       01  LINEA-DEPTO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-CODIGO          PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-NOMBRE          PIC X(20).
           05  LD-INICIAL         PIC Z(05)9.
           05  LD-ALTAS           PIC Z(05)9.
           05  LD-BAJAS           PIC Z(05)9.
           05  LD-MOTIVO          PIC Z(03)9 OCCURS 6 TIMES.
           05  LD-ENTRADAS        PIC Z(05)9.
           05  LD-SALIDAS         PIC Z(05)9.
           05  LD-FINAL           PIC Z(05)9.
           05  LD-TASA-MES        PIC BZZZ9.99.
           05  LD-TASA-12         PIC BZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LD-MARCA           PIC X(01).
       01  LINEA-SERIE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LS-CODIGO          PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LS-TASA            PIC BZZZ9.99 OCCURS 12 TIMES.
           05  LS-TASA-12         PIC BZZZ9.99.
       01  TITULO-SERIE.
           05  FILLER             PIC X(08) VALUE "  Dpto  ".
           05  TS-MES             PIC X(08) OCCURS 12 TIMES.
           05  FILLER             PIC X(08) VALUE "     12M".
       01  LINEA-SENALADO.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  LN-CODIGO          PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LN-NOMBRE          PIC X(20).
           05  LN-TASA-12         PIC BZZZ9.99.
           05  FILLER             PIC X(15)
                   VALUE " % en 12 meses".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM CARGA-UMBRAL.
           PERFORM CALCULA-MESES.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-EMPLEADOS.
           IF CODIGO-RETORNO < 8
               PERFORM CARGA-MOVIMIENTOS
               PERFORM CARGA-PERIODOS
               PERFORM CUENTA-EMPLEADOS
               PERFORM CUENTA-PERIODOS
               PERFORM CUENTA-TRASLADOS
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
           MOVE "INFROTA"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFROTA"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       CARGA-UMBRAL.
           OPEN INPUT UMBRAL-ROTACION
           IF ROT-STATUS = "00"
               READ UMBRAL-ROTACION
                   NOT AT END
                       IF ROTACION-RECORD IS NUMERIC
                               AND ROTACION-RECORD > 0
                           MOVE ROTACION-RECORD TO UMBRAL
                       END-IF
               END-READ
               CLOSE UMBRAL-ROTACION
           END-IF.

      *Del mes de la fecha de negocio hacia atras: primer dia, ultimo
      *dia (el anterior al primero del mes siguiente) y vispera.
       CALCULA-MESES.
           MOVE FN-FECHA-NEGOCIO (1:4) TO ANO-CALCULO
           MOVE FN-FECHA-NEGOCIO (5:2) TO MES-CALCULO
           PERFORM VARYING MES-IX FROM 12 BY -1 UNTIL MES-IX < 1
               COMPUTE MF-INICIO (MES-IX) =
                   ANO-CALCULO * 10000 + MES-CALCULO * 100 + 1
               IF MES-CALCULO = 12
                   COMPUTE PRIMERO-SIGUIENTE =
                       (ANO-CALCULO + 1) * 10000 + 101
               ELSE
                   COMPUTE PRIMERO-SIGUIENTE =
                       MF-INICIO (MES-IX) + 100
               END-IF
               COMPUTE DIAS-ENTEROS =
                   FUNCTION INTEGER-OF-DATE (PRIMERO-SIGUIENTE) - 1
               MOVE FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
                   TO MF-FIN (MES-IX)
               COMPUTE DIAS-ENTEROS =
                   FUNCTION INTEGER-OF-DATE (MF-INICIO (MES-IX)) - 1
               MOVE FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
                   TO MF-ANTERIOR (MES-IX)
               IF MES-CALCULO = 1
                   SUBTRACT 1 FROM ANO-CALCULO
                   MOVE 12 TO MES-CALCULO
               ELSE
                   SUBTRACT 1 FROM MES-CALCULO
               END-IF
           END-PERFORM.

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
                       MOVE ZEROS TO DT-MESES (DEPTO-COUNT)
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

      *Entran los empleados con alta hasta el fin del ultimo mes que
      *seguian en plantilla la vispera del primero; los registros que
      *EMPMERGE dio de baja por fusion eran duplicados y no cuentan
      *ni como plantilla ni como baja.
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
                           AND EM-FECHA-ALTA <= MF-FIN (12)
                           AND (EM-ACTIVO
                               OR EM-FECHA-BAJA > MF-ANTERIOR (1))
                       PERFORM GUARDA-EMPLEADO
                   END-IF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       GUARDA-EMPLEADO.
           IF EMP-COUNT >= 3000
               MOVE "S" TO DESBORDE-SW
           ELSE
               ADD 1 TO EMP-COUNT
               MOVE EM-EMPLOYEE-ID  TO ET-ID (EMP-COUNT)
               MOVE EM-DEPARTAMENTO TO ET-DEPTO (EMP-COUNT)
               MOVE EM-FECHA-ALTA   TO ET-ALTA (EMP-COUNT)
               MOVE EM-FECHA-BAJA   TO ET-BAJA (EMP-COUNT)
               MOVE EM-ESTADO       TO ET-ESTADO (EMP-COUNT)
               MOVE 0               TO ET-PRIMER-MOV (EMP-COUNT)
               EVALUATE TRUE
                   WHEN EM-BAJA-VOLUNTARIA
                       MOVE 1 TO ET-MOTIVO-IX (EMP-COUNT)
                   WHEN EM-BAJA-DESPIDO
                       MOVE 2 TO ET-MOTIVO-IX (EMP-COUNT)
                   WHEN EM-BAJA-JUBILACION
                       MOVE 3 TO ET-MOTIVO-IX (EMP-COUNT)
                   WHEN EM-BAJA-FIN-CONTRATO
                       MOVE 4 TO ET-MOTIVO-IX (EMP-COUNT)
                   WHEN EM-BAJA-OTRO-MOTIVO
                       MOVE 5 TO ET-MOTIVO-IX (EMP-COUNT)
                   WHEN OTHER
                       MOVE 6 TO ET-MOTIVO-IX (EMP-COUNT)
               END-EVALUATE
           END-IF.

      *Solo interesan los traslados posteriores a la vispera del
      *primer mes: los anteriores ya estan en todas las plantillas.
      *Cada uno se pone a la cabeza de la cadena de su empleado.
       CARGA-MOVIMIENTOS.
           MOVE 0 TO MOV-COUNT
           OPEN INPUT EMP-MOVIMIENTOS
           IF MOV-STATUS = "00"
               PERFORM UNTIL MOV-STATUS NOT = "00"
                   READ EMP-MOVIMIENTOS
                       AT END
                           MOVE "10" TO MOV-STATUS
                       NOT AT END
                           IF MV-FECHA-EFECTIVA > MF-ANTERIOR (1)
                                   AND EMP-COUNT > 0
                               PERFORM GUARDA-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-MOVIMIENTOS
           END-IF.

       GUARDA-MOVIMIENTO.
           SEARCH ALL EMP-ENTRADA
               WHEN ET-ID (EMP-IX) = MV-EMPLOYEE-ID
                   IF MOV-COUNT >= 5000
                       MOVE "S" TO DESBORDE-SW
                   ELSE
                       ADD 1 TO MOV-COUNT
                       MOVE MV-DEPARTAMENTO-ANT
                           TO MT-DEPTO-ANT (MOV-COUNT)
                       MOVE MV-DEPARTAMENTO-NVO
                           TO MT-DEPTO-NVO (MOV-COUNT)
                       MOVE MV-FECHA-EFECTIVA TO MT-FECHA (MOV-COUNT)
                       MOVE ET-PRIMER-MOV (EMP-IX)
                           TO MT-SIGUIENTE (MOV-COUNT)
                       MOVE MOV-COUNT TO ET-PRIMER-MOV (EMP-IX)
                   END-IF
           END-SEARCH.

      *Solo los periodos que tocan los 12 meses; la cadena de
      *traslados es la del empleado en el maestro.
       CARGA-PERIODOS.
           MOVE 0 TO PER-COUNT
           OPEN INPUT SERVICE-HISTORY
           IF SH-STATUS = "00"
               PERFORM UNTIL SH-STATUS NOT = "00"
                   READ SERVICE-HISTORY
                       AT END
                           MOVE "10" TO SH-STATUS
                       NOT AT END
                           IF SH-FECHA-ALTA <= MF-FIN (12)
                                   AND SH-FECHA-BAJA > MF-ANTERIOR (1)
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
               MOVE SH-DEPARTAMENTO TO PE-DEPTO (PER-COUNT)
               MOVE SH-FECHA-ALTA   TO PE-ALTA (PER-COUNT)
               MOVE SH-FECHA-BAJA   TO PE-BAJA (PER-COUNT)
               MOVE 0               TO PE-PRIMER-MOV (PER-COUNT)
               EVALUATE SH-MOTIVO-BAJA
                   WHEN "VO"
                       MOVE 1 TO PE-MOTIVO-IX (PER-COUNT)
                   WHEN "DE"
                       MOVE 2 TO PE-MOTIVO-IX (PER-COUNT)
                   WHEN "JU"
                       MOVE 3 TO PE-MOTIVO-IX (PER-COUNT)
                   WHEN "FC"
                       MOVE 4 TO PE-MOTIVO-IX (PER-COUNT)
                   WHEN "OT"
                       MOVE 5 TO PE-MOTIVO-IX (PER-COUNT)
                   WHEN OTHER
                       MOVE 6 TO PE-MOTIVO-IX (PER-COUNT)
               END-EVALUATE
               IF EMP-COUNT > 0
                   SEARCH ALL EMP-ENTRADA
                       WHEN ET-ID (EMP-IX) = SH-EMPLOYEE-ID
                           MOVE ET-PRIMER-MOV (EMP-IX)
                               TO PE-PRIMER-MOV (PER-COUNT)
                   END-SEARCH
               END-IF
           END-IF.

       CUENTA-EMPLEADOS.
           PERFORM VARYING EMP-IX FROM 1 BY 1
                   UNTIL EMP-IX > EMP-COUNT
               MOVE ET-MOTIVO-IX (EMP-IX)  TO MOTIVO-IX
               MOVE ET-DEPTO (EMP-IX)      TO PA-DEPTO
               MOVE ET-ALTA (EMP-IX)       TO PA-ALTA
               MOVE ET-BAJA (EMP-IX)       TO PA-BAJA
               MOVE ET-ESTADO (EMP-IX)     TO PA-ESTADO
               MOVE ET-PRIMER-MOV (EMP-IX) TO PA-PRIMER-MOV
               MOVE 99999999               TO PA-TOPE
               PERFORM VARYING MES-IX FROM 1 BY 1 UNTIL MES-IX > 12
                   PERFORM CUENTA-MES-EMPLEADO
               END-PERFORM
           END-PERFORM.

       CUENTA-PERIODOS.
           PERFORM VARYING PER-IX FROM 1 BY 1
                   UNTIL PER-IX > PER-COUNT
               MOVE PE-MOTIVO-IX (PER-IX)  TO MOTIVO-IX
               MOVE PE-DEPTO (PER-IX)      TO PA-DEPTO
               MOVE PE-ALTA (PER-IX)       TO PA-ALTA
               MOVE PE-BAJA (PER-IX)       TO PA-BAJA
               MOVE "B"                    TO PA-ESTADO
               MOVE PE-PRIMER-MOV (PER-IX) TO PA-PRIMER-MOV
               MOVE PE-BAJA (PER-IX)       TO PA-TOPE
               PERFORM VARYING MES-IX FROM 1 BY 1 UNTIL MES-IX > 12
                   PERFORM CUENTA-MES-EMPLEADO
               END-PERFORM
           END-PERFORM.

       CUENTA-MES-EMPLEADO.
           MOVE MF-ANTERIOR (MES-IX) TO FECHA-CONSULTA
           PERFORM MIRA-PLANTILLA
           IF ESTA-EN-PLANTILLA
               MOVE "I" TO COLUMNA
               PERFORM ACUMULA-A-FECHA
           END-IF
           MOVE MF-FIN (MES-IX) TO FECHA-CONSULTA
           PERFORM MIRA-PLANTILLA
           IF ESTA-EN-PLANTILLA
               MOVE "F" TO COLUMNA
               PERFORM ACUMULA-A-FECHA
           END-IF
           IF PA-ALTA >= MF-INICIO (MES-IX)
                   AND PA-ALTA <= MF-FIN (MES-IX)
               MOVE PA-ALTA TO FECHA-CONSULTA
               MOVE "A" TO COLUMNA
               PERFORM ACUMULA-A-FECHA
           END-IF
           IF NOT PA-ACTIVO
                   AND PA-BAJA >= MF-INICIO (MES-IX)
                   AND PA-BAJA <= MF-FIN (MES-IX)
               MOVE PA-BAJA TO FECHA-CONSULTA
               MOVE "B" TO COLUMNA
               PERFORM ACUMULA-A-FECHA
           END-IF.

       MIRA-PLANTILLA.
           MOVE "N" TO PLANTILLA-SW
           IF PA-ALTA <= FECHA-CONSULTA
                   AND (PA-ACTIVO
                       OR PA-BAJA > FECHA-CONSULTA)
               MOVE "S" TO PLANTILLA-SW
           END-IF.

      *Departamento del empleado en FECHA-CONSULTA: se parte del
      *actual y cada traslado posterior a la fecha, del ultimo al
      *primero, lo devuelve a su departamento de origen. Un periodo
      *anterior a un reingreso parte del departamento en que acabo.
       ACUMULA-A-FECHA.
           MOVE PA-DEPTO TO DEPTO-BUSCADO
           MOVE PA-PRIMER-MOV TO MOV-SUB
           PERFORM UNTIL MOV-SUB = 0
               IF MT-FECHA (MOV-SUB) > FECHA-CONSULTA
                       AND MT-FECHA (MOV-SUB) <= PA-TOPE
                   MOVE MT-DEPTO-ANT (MOV-SUB) TO DEPTO-BUSCADO
               END-IF
               MOVE MT-SIGUIENTE (MOV-SUB) TO MOV-SUB
           END-PERFORM
           PERFORM ACUMULA-DEPARTAMENTO.

      *Un traslado dentro de un mes es salida del departamento de
      *origen y entrada en el de destino ese mes.
       CUENTA-TRASLADOS.
           PERFORM VARYING MOV-SUB FROM 1 BY 1
                   UNTIL MOV-SUB > MOV-COUNT
               MOVE MT-FECHA (MOV-SUB) TO FECHA-CONSULTA
               PERFORM BUSCA-MES
               IF MES-HALLADO > 0
                       AND MT-DEPTO-ANT (MOV-SUB)
                           NOT = MT-DEPTO-NVO (MOV-SUB)
                   MOVE MES-HALLADO TO MES-IX
                   MOVE MT-DEPTO-ANT (MOV-SUB) TO DEPTO-BUSCADO
                   MOVE "S" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
                   MOVE MT-DEPTO-NVO (MOV-SUB) TO DEPTO-BUSCADO
                   MOVE "E" TO COLUMNA
                   PERFORM ACUMULA-DEPARTAMENTO
               END-IF
           END-PERFORM.

       BUSCA-MES.
           MOVE 0 TO MES-HALLADO
           PERFORM VARYING MES-BUSCA FROM 1 BY 1
                   UNTIL MES-BUSCA > 12 OR MES-HALLADO > 0
               IF FECHA-CONSULTA >= MF-INICIO (MES-BUSCA)
                       AND FECHA-CONSULTA <= MF-FIN (MES-BUSCA)
                   MOVE MES-BUSCA TO MES-HALLADO
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
               EVALUATE TRUE
                   WHEN COLUMNA-INICIAL
                       ADD 1 TO DT-INICIAL (DEPTO-IX, MES-IX)
                   WHEN COLUMNA-ALTAS
                       ADD 1 TO DT-ALTAS (DEPTO-IX, MES-IX)
                   WHEN COLUMNA-BAJAS
                       ADD 1 TO DT-BAJAS (DEPTO-IX, MES-IX)
                       ADD 1 TO DT-MOTIVO (DEPTO-IX, MES-IX, MOTIVO-IX)
                   WHEN COLUMNA-ENTRADAS
                       ADD 1 TO DT-ENTRADAS (DEPTO-IX, MES-IX)
                   WHEN COLUMNA-SALIDAS
                       ADD 1 TO DT-SALIDAS (DEPTO-IX, MES-IX)
                   WHEN COLUMNA-FINAL
                       ADD 1 TO DT-FINAL (DEPTO-IX, MES-IX)
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
               MOVE ZEROS TO DT-MESES (DEPTO-COUNT)
               SET DEPTO-IX TO DEPTO-COUNT
               MOVE "S" TO DEPTO-ENCONTRADO
           END-IF.

      *Cada departamento aporta sus cuentas de los 12 meses a la raiz
      *de su cadena de divisiones, igual que en INFDEPTO, y al total
      *de la empresa; el tope de saltos protege de un fichero
      *enredado.
       RUEDA-DIVISIONES.
           MOVE 0 TO DIVISION-COUNT
           MOVE ZEROS TO TOTAL-MESES
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               MOVE DT-MESES (DEPTO-IX) TO CALCULO-MESES
               PERFORM RESUELVE-RAIZ
               PERFORM ACUMULA-DIVISION
               MOVE TOTAL-MESES TO ACUMULADO-MESES
               PERFORM SUMA-MESES
               MOVE ACUMULADO-MESES TO TOTAL-MESES
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
                   MOVE ZEROS TO DV-MESES (DIVISION-IX)
                   MOVE "S" TO CADENA-HALLADA
               END-IF
           END-IF
           IF ESLABON-HALLADO
               MOVE DV-MESES (DIVISION-IX) TO ACUMULADO-MESES
               PERFORM SUMA-MESES
               MOVE ACUMULADO-MESES TO DV-MESES (DIVISION-IX)
           END-IF.

      *Suma CALCULO-MESES sobre ACUMULADO-MESES mes a mes.
       SUMA-MESES.
           PERFORM VARYING MES-IX FROM 1 BY 1 UNTIL MES-IX > 12
               ADD CM-INICIAL (MES-IX)  TO AM-INICIAL (MES-IX)
               ADD CM-ALTAS (MES-IX)    TO AM-ALTAS (MES-IX)
               ADD CM-BAJAS (MES-IX)    TO AM-BAJAS (MES-IX)
               ADD CM-ENTRADAS (MES-IX) TO AM-ENTRADAS (MES-IX)
               ADD CM-SALIDAS (MES-IX)  TO AM-SALIDAS (MES-IX)
               ADD CM-FINAL (MES-IX)    TO AM-FINAL (MES-IX)
               PERFORM VARYING MOTIVO-IX FROM 1 BY 1
                       UNTIL MOTIVO-IX > 6
                   ADD CM-MOTIVO (MES-IX, MOTIVO-IX)
                       TO AM-MOTIVO (MES-IX, MOTIVO-IX)
               END-PERFORM
           END-PERFORM.

      *Tasas de CALCULO-MESES; sin plantilla en el mes la tasa es
      *cero y el tope de la columna recoge las de departamentos
      *minimos con mas bajas que plantilla media.
       CALCULA-TASAS.
           MOVE 0 TO SUMA-BAJAS
           MOVE 0 TO SUMA-PLANTILLA
           PERFORM VARYING MES-IX FROM 1 BY 1 UNTIL MES-IX > 12
               COMPUTE PLANTILLA-DOBLE =
                   CM-INICIAL (MES-IX) + CM-FINAL (MES-IX)
               ADD CM-BAJAS (MES-IX) TO SUMA-BAJAS
               ADD PLANTILLA-DOBLE TO SUMA-PLANTILLA
               IF PLANTILLA-DOBLE = 0
                   MOVE 0 TO TS-TASA (MES-IX)
               ELSE
                   COMPUTE TS-TASA (MES-IX) ROUNDED =
                       CM-BAJAS (MES-IX) * 200 / PLANTILLA-DOBLE
                       ON SIZE ERROR
                           MOVE 9999.99 TO TS-TASA (MES-IX)
                   END-COMPUTE
               END-IF
           END-PERFORM
           IF SUMA-PLANTILLA = 0
               MOVE 0 TO TASA-12
           ELSE
               COMPUTE TASA-12 ROUNDED =
                   SUMA-BAJAS * 2400 / SUMA-PLANTILLA
                   ON SIZE ERROR
                       MOVE 9999.99 TO TASA-12
               END-COMPUTE
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT ROTACION-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Rotacion de plantilla por departamento - Mes: "
                  MF-INICIO (12) (1:6) "  Umbral anual: " UMBRAL
                  "%  Fecha: " FN-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM ESCRIBE-TITULOS
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               MOVE DT-MESES (DEPTO-IX) TO CALCULO-MESES
               PERFORM CALCULA-TASAS
               MOVE DT-CODIGO (DEPTO-IX) TO LD-CODIGO
               MOVE DT-NOMBRE (DEPTO-IX) TO LD-NOMBRE
               MOVE SPACES TO LD-MARCA
               IF TASA-12 > UMBRAL
                   MOVE "*" TO LD-MARCA
                   PERFORM ANOTA-SENALADO
               END-IF
               PERFORM ESCRIBE-LINEA-DEPTO
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Subtotales por division:" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DIVISION-IX FROM 1 BY 1
                   UNTIL DIVISION-IX > DIVISION-COUNT
               MOVE DV-MESES (DIVISION-IX) TO CALCULO-MESES
               PERFORM CALCULA-TASAS
               MOVE DV-CODIGO (DIVISION-IX) TO LD-CODIGO
               MOVE SPACES TO LD-NOMBRE
               MOVE SPACES TO LD-MARCA
               PERFORM ESCRIBE-LINEA-DEPTO
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-MESES TO CALCULO-MESES
           PERFORM CALCULA-TASAS
           MOVE SPACES TO LD-CODIGO
           MOVE "TOTAL EMPRESA" TO LD-NOMBRE
           MOVE SPACES TO LD-MARCA
           PERFORM ESCRIBE-LINEA-DEPTO
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Motivos: VO voluntaria, DE despido, JU "
                  "jubilacion, FC fin de contrato, OT otro, SM sin "
                  "motivo registrado. Sin fusiones (FU)."
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM ESCRIBE-SERIE
           PERFORM ESCRIBE-SENALADOS
           CLOSE ROTACION-REPORT
           DISPLAY "Rotacion del mes " MF-INICIO (12) (1:6)
                   " grabada en ROTACION.PRT. Departamentos "
                   "senalados: " SENALADOS.

       ESCRIBE-TITULOS.
           MOVE SPACES TO RPT-LINE
           STRING "  Dpto  Nombre              "
                  "  Inic Altas Bajas"
                  "  VO  DE  JU  FC  OT  SM"
                  "  Entr  Sali Final"
                  "    %Mes    %12M"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *Linea del mes del informe (el 12) con las tasas ya calculadas
      *sobre CALCULO-MESES.
       ESCRIBE-LINEA-DEPTO.
           MOVE CM-INICIAL (12)  TO LD-INICIAL
           MOVE CM-ALTAS (12)    TO LD-ALTAS
           MOVE CM-BAJAS (12)    TO LD-BAJAS
           PERFORM VARYING MOTIVO-IX FROM 1 BY 1 UNTIL MOTIVO-IX > 6
               MOVE CM-MOTIVO (12, MOTIVO-IX) TO LD-MOTIVO (MOTIVO-IX)
           END-PERFORM
           MOVE CM-ENTRADAS (12) TO LD-ENTRADAS
           MOVE CM-SALIDAS (12)  TO LD-SALIDAS
           MOVE CM-FINAL (12)    TO LD-FINAL
           MOVE TS-TASA (12)     TO LD-TASA-MES
           MOVE TASA-12          TO LD-TASA-12
           MOVE LINEA-DEPTO TO RPT-LINE
           WRITE RPT-LINE.

       ANOTA-SENALADO.
           ADD 1 TO SENALADOS
           MOVE DT-CODIGO (DEPTO-IX) TO SD-CODIGO (SENALADOS)
           MOVE DT-NOMBRE (DEPTO-IX) TO SD-NOMBRE (SENALADOS)
           MOVE TASA-12 TO SD-TASA-12 (SENALADOS).

      *Serie de la tasa mensual de los 12 meses por departamento,
      *del mas antiguo al del informe, y la del total.
       ESCRIBE-SERIE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Tasa mensual de bajas (%), ultimos 12 meses:"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING MES-BUSCA FROM 1 BY 1 UNTIL MES-BUSCA > 12
               MOVE SPACES TO TS-MES (MES-BUSCA)
               MOVE MF-INICIO (MES-BUSCA) (1:6)
                   TO TS-MES (MES-BUSCA) (3:6)
           END-PERFORM
           MOVE TITULO-SERIE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               MOVE DT-MESES (DEPTO-IX) TO CALCULO-MESES
               MOVE DT-CODIGO (DEPTO-IX) TO LS-CODIGO
               PERFORM ESCRIBE-LINEA-SERIE
           END-PERFORM
           MOVE TOTAL-MESES TO CALCULO-MESES
           MOVE "TOT." TO LS-CODIGO
           PERFORM ESCRIBE-LINEA-SERIE.

       ESCRIBE-LINEA-SERIE.
           PERFORM CALCULA-TASAS
           PERFORM VARYING MES-BUSCA FROM 1 BY 1 UNTIL MES-BUSCA > 12
               MOVE TS-TASA (MES-BUSCA) TO LS-TASA (MES-BUSCA)
           END-PERFORM
           MOVE TASA-12 TO LS-TASA-12
           MOVE LINEA-SERIE TO RPT-LINE
           WRITE RPT-LINE.

      *Departamentos cuya tasa de 12 meses pasa del umbral: el paso
      *termina con aviso para que el plan lo haga ver.
       ESCRIBE-SENALADOS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Departamentos por encima del umbral de rotacion ("
                  UMBRAL "% en 12 meses):"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF SENALADOS = 0
               MOVE "    Ninguno." TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM VARYING SENALADO-IX FROM 1 BY 1
                       UNTIL SENALADO-IX > SENALADOS
                   MOVE SD-CODIGO (SENALADO-IX)  TO LN-CODIGO
                   MOVE SD-NOMBRE (SENALADO-IX)  TO LN-NOMBRE
                   MOVE SD-TASA-12 (SENALADO-IX) TO LN-TASA-12
                   MOVE LINEA-SENALADO TO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       END PROGRAM INFROTA.
