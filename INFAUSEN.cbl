      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Informe de ausencias y saldos de vacaciones por
      *          departamento a una fecha (en blanco, la de negocio):
      *          quien esta ausente ese dia segun AUSENCIAS.DAT, con el
      *          tipo, el tramo y si esta aprobada, y el saldo del ano
      *          de cada empleado en plantilla ese dia: derecho y
      *          arrastre de SALDOVAC.DAT, dias disfrutados o aprobados,
      *          dias solo solicitados y lo que le queda. El empleado
      *          sin registro de saldo sale con el derecho calculado
      *          desde su alta como en AUSMNT y marcado con asterisco.
      *          Graba AUSENCIA.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFAUSEN.
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
           SELECT AUSENCIAS-FILE ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CLAVE
               FILE STATUS IS AU-STATUS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOVAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CLAVE
               FILE STATUS IS SD-STATUS.
           SELECT VACACION-FILE ASSIGN TO "VACACION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VAC-STATUS.
           SELECT DEPARTMENTS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEP-STATUS.
           SELECT AUSENCIA-REPORT ASSIGN TO "AUSENCIA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  AUSENCIAS-FILE.
       COPY AUSENCIA.
       FD  SALDOS-FILE.
       COPY SALDOVAC.
       FD  VACACION-FILE.
       01  VACACION-RECORD.
           05  VC-DIAS-ANUALES      PIC 9(02).
           05  VC-TOPE-ARRASTRE     PIC 9(02).
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  AUSENCIA-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  AU-STATUS           PIC XX.
       01  SD-STATUS           PIC XX.
       01  VAC-STATUS          PIC XX.
       01  DEP-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  FECHA-ENTRADA-X     PIC X(08).
       01  FECHA-ENTRADA REDEFINES FECHA-ENTRADA-X PIC 9(08).
       01  FECHA-INFORME       PIC 9(08).
       01  DATO-VALIDO         PIC X VALUE "N".
           88  DATO-ES-VALIDO         VALUE "S".
       01  ANO-INFORME         PIC 9(04).
       01  ANO-AUSENCIA        PIC 9(04).
       01  INICIO-ANO          PIC 9(08).
       01  FIN-ANO             PIC 9(08).
       01  DIAS-TRAMO          PIC 9(07).
       01  DIAS-ANO            PIC 9(07).
       01  DIAS-ANUALES        PIC 9(02) VALUE 22.
       01  TOPE-ARRASTRE       PIC 9(02) VALUE 5.
       01  SALDOS-SW           PIC X VALUE "N".
           88  HAY-SALDOS             VALUE "S".
       01  EMP-COUNT           PIC 9(04) VALUE 0.
       01  EMPLEADOS-TABLA.
           05  EMP-ENTRADA OCCURS 1 TO 3000 TIMES
                   DEPENDING ON EMP-COUNT
                   ASCENDING KEY IS ET-ID
                   INDEXED BY EMP-IX.
               10  ET-ID          PIC 9(06).
               10  ET-NOMBRE      PIC X(13).
               10  ET-APELLIDOS   PIC X(20).
               10  ET-DEPTO-IX    PIC 9(03).
               10  ET-ALTA        PIC 9(08).
               10  ET-DERECHO     PIC 9(03).
               10  ET-ARRASTRE    PIC 9(03).
               10  ET-CONSUMIDO   PIC 9(03).
               10  ET-SOLICITADO  PIC 9(03).
      *G saldo grabado en SALDOVAC.DAT, C calculado desde el alta.
               10  ET-SALDO-SW    PIC X.
                   88  ET-SALDO-CALCULADO VALUE "C".
       01  AUS-COUNT           PIC 9(04) VALUE 0.
       01  AUS-SUB             PIC 9(04).
       01  AUSENTES-TABLA.
           05  AUS-ENTRADA OCCURS 1 TO 1000 TIMES
                   DEPENDING ON AUS-COUNT.
               10  AT-EMP-SUB     PIC 9(04).
               10  AT-TIPO        PIC X(02).
               10  AT-DESDE       PIC 9(08).
               10  AT-HASTA       PIC 9(08).
               10  AT-ESTADO      PIC X.
       01  EMP-SUB             PIC 9(04).
       01  DESBORDE-SW         PIC X VALUE "N".
           88  HUBO-DESBORDE          VALUE "S".
       01  DEPTO-COUNT         PIC 9(03) VALUE 0.
       01  DEPTO-TABLA.
           05  DEPTO-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON DEPTO-COUNT
                   INDEXED BY DEPTO-IX.
               10  DT-CODIGO      PIC X(04).
               10  DT-NOMBRE      PIC X(20).
               10  DT-EMPLEADOS   PIC 9(05).
               10  DT-AUSENTES    PIC 9(05).
       01  DEPTO-ENCONTRADO    PIC X VALUE "N".
           88  DEPTO-EN-TABLA         VALUE "S".
       01  DEPTO-BUSCADO       PIC X(04).
       01  DEPTO-SUB           PIC 9(03).
       01  TOTAL-AUSENTES      PIC 9(05) VALUE 0.
       01  TOTAL-CALCULADOS    PIC 9(05) VALUE 0.
       01  PENDIENTE           PIC S9(04).
       01  LINEA-DEPTO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LD-CODIGO          PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LD-NOMBRE          PIC X(20).
       01  LINEA-AUSENTE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  LA-ID              PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LA-APELLIDOS       PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LA-NOMBRE          PIC X(13).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LA-TIPO            PIC X(16).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LA-DESDE           PIC 9(08).
           05  FILLER             PIC X(03) VALUE " a ".
           05  LA-HASTA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LA-ESTADO          PIC X(10).
       01  LINEA-SALDO.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  LS-ID              PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LS-APELLIDOS       PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LS-NOMBRE          PIC X(13).
           05  LS-DERECHO         PIC Z(04)9.
           05  LS-ARRASTRE        PIC Z(04)9.
           05  LS-CONSUMIDO       PIC Z(05)9.
           05  LS-SOLICITADO      PIC Z(05)9.
           05  LS-PENDIENTE       PIC -Z(04)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LS-MARCA           PIC X(01).
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM CAPTURA-FECHA.
           PERFORM CARGA-VACACION.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-EMPLEADOS.
           IF CODIGO-RETORNO < 8
               PERFORM CARGA-SALDOS
               PERFORM CARGA-AUSENCIAS
               PERFORM ESCRIBE-INFORME
           END-IF.
           IF HUBO-DESBORDE
               DISPLAY "Aviso: la plantilla o las ausencias no caben "
                       "en memoria; el informe puede quedar "
                       "incompleto."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INFAUSEN"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFAUSEN"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       CAPTURA-FECHA.
           MOVE "N" TO DATO-VALIDO
           PERFORM UNTIL DATO-ES-VALIDO
               DISPLAY "Fecha del informe AAAAMMDD (en blanco, la "
                       "fecha de negocio): "
               MOVE SPACES TO FECHA-ENTRADA-X
               ACCEPT FECHA-ENTRADA-X
               IF FECHA-ENTRADA-X = SPACES
                   MOVE FN-FECHA-NEGOCIO TO FECHA-ENTRADA
               END-IF
               PERFORM VALIDA-FECHA
           END-PERFORM
           MOVE FECHA-ENTRADA TO FECHA-INFORME
           MOVE FECHA-INFORME (1:4) TO ANO-INFORME
           COMPUTE INICIO-ANO = ANO-INFORME * 10000 + 101
           COMPUTE FIN-ANO    = ANO-INFORME * 10000 + 1231.

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

       CARGA-VACACION.
           OPEN INPUT VACACION-FILE
           IF VAC-STATUS = "00"
               READ VACACION-FILE
                   NOT AT END
                       MOVE VC-DIAS-ANUALES  TO DIAS-ANUALES
                       MOVE VC-TOPE-ARRASTRE TO TOPE-ARRASTRE
               END-READ
               CLOSE VACACION-FILE
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
                       MOVE 0 TO DT-EMPLEADOS (DEPTO-COUNT)
                       MOVE 0 TO DT-AUSENTES (DEPTO-COUNT)
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

      *Entran los empleados en plantilla el dia del informe, en su
      *departamento actual. Los registros que EMPMERGE dio de baja
      *por fusion eran duplicados y no cuentan.
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
                           AND EM-FECHA-ALTA <= FECHA-INFORME
                           AND (EM-ACTIVO
                                OR EM-FECHA-BAJA > FECHA-INFORME)
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
               MOVE EM-DEPARTAMENTO TO DEPTO-BUSCADO
               PERFORM BUSCA-DEPARTAMENTO
               IF DEPTO-EN-TABLA
                   ADD 1 TO EMP-COUNT
                   MOVE EM-EMPLOYEE-ID TO ET-ID (EMP-COUNT)
                   MOVE EM-NOMBRE      TO ET-NOMBRE (EMP-COUNT)
                   MOVE EM-APELLIDOS   TO ET-APELLIDOS (EMP-COUNT)
                   SET DEPTO-SUB TO DEPTO-IX
                   MOVE DEPTO-SUB      TO ET-DEPTO-IX (EMP-COUNT)
                   MOVE EM-FECHA-ALTA  TO ET-ALTA (EMP-COUNT)
                   MOVE 0 TO ET-DERECHO (EMP-COUNT)
                   MOVE 0 TO ET-ARRASTRE (EMP-COUNT)
                   MOVE 0 TO ET-CONSUMIDO (EMP-COUNT)
                   MOVE 0 TO ET-SOLICITADO (EMP-COUNT)
                   MOVE "C" TO ET-SALDO-SW (EMP-COUNT)
                   ADD 1 TO DT-EMPLEADOS (DEPTO-IX)
               ELSE
                   MOVE "S" TO DESBORDE-SW
               END-IF
           END-IF.

       BUSCA-DEPARTAMENTO.
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
               MOVE 0 TO DT-EMPLEADOS (DEPTO-COUNT)
               MOVE 0 TO DT-AUSENTES (DEPTO-COUNT)
               SET DEPTO-IX TO DEPTO-COUNT
               MOVE "S" TO DEPTO-ENCONTRADO
           END-IF.

      *El saldo grabado vale mientras no sea de un periodo anterior a
      *un reingreso; si no, el derecho se calcula desde el alta, sin
      *arrastre, igual que AUSMNT antes de grabar el primer registro.
       CARGA-SALDOS.
           OPEN INPUT SALDOS-FILE
           IF SD-STATUS = "00"
               MOVE "S" TO SALDOS-SW
           END-IF
           PERFORM VARYING EMP-SUB FROM 1 BY 1
                   UNTIL EMP-SUB > EMP-COUNT
               MOVE "23" TO SD-STATUS
               IF HAY-SALDOS
                   MOVE ET-ID (EMP-SUB) TO SD-EMPLOYEE-ID
                   MOVE ANO-INFORME     TO SD-ANO
                   READ SALDOS-FILE
                       INVALID KEY
                           MOVE "23" TO SD-STATUS
                   END-READ
               END-IF
               IF SD-STATUS = "00" AND SD-LIQUIDADO
                       AND ET-ALTA (EMP-SUB) > SD-FECHA-LIQUIDACION
                   MOVE "23" TO SD-STATUS
               END-IF
               IF SD-STATUS = "00"
                   MOVE SD-DERECHO  TO ET-DERECHO (EMP-SUB)
                   MOVE SD-ARRASTRE TO ET-ARRASTRE (EMP-SUB)
                   MOVE "G" TO ET-SALDO-SW (EMP-SUB)
               ELSE
                   PERFORM CALCULA-DERECHO
                   ADD 1 TO TOTAL-CALCULADOS
               END-IF
           END-PERFORM
           IF HAY-SALDOS
               CLOSE SALDOS-FILE
           END-IF.

       CALCULA-DERECHO.
           IF ET-ALTA (EMP-SUB) > FIN-ANO
               MOVE 0 TO ET-DERECHO (EMP-SUB)
           ELSE
               IF ET-ALTA (EMP-SUB) > INICIO-ANO
                   COMPUTE DIAS-TRAMO =
                       FUNCTION INTEGER-OF-DATE (FIN-ANO)
                       - FUNCTION INTEGER-OF-DATE (ET-ALTA (EMP-SUB))
                       + 1
                   COMPUTE DIAS-ANO =
                       FUNCTION INTEGER-OF-DATE (FIN-ANO)
                       - FUNCTION INTEGER-OF-DATE (INICIO-ANO) + 1
                   COMPUTE ET-DERECHO (EMP-SUB) ROUNDED =
                       DIAS-ANUALES * DIAS-TRAMO / DIAS-ANO
               ELSE
                   MOVE DIAS-ANUALES TO ET-DERECHO (EMP-SUB)
               END-IF
           END-IF.

      *Una sola pasada por AUSENCIAS.DAT: las que cubren el dia del
      *informe van a la lista de ausentes y las de vacaciones o
      *asuntos propios del ano restan del saldo. Las anteriores al
      *alta son de un periodo de servicio ya liquidado.
       CARGA-AUSENCIAS.
           MOVE 0 TO AUS-COUNT
           OPEN INPUT AUSENCIAS-FILE
           IF AU-STATUS = "00"
               READ AUSENCIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AU-STATUS
               END-READ
               PERFORM UNTIL AU-STATUS NOT = "00"
                   IF AU-VIGENTE
                       SEARCH ALL EMP-ENTRADA
                           WHEN ET-ID (EMP-IX) = AU-EMPLOYEE-ID
                               PERFORM ANOTA-AUSENCIA
                       END-SEARCH
                   END-IF
                   READ AUSENCIAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO AU-STATUS
                   END-READ
               END-PERFORM
               CLOSE AUSENCIAS-FILE
           END-IF.

       ANOTA-AUSENCIA.
           IF AU-FECHA-DESDE >= ET-ALTA (EMP-IX)
               MOVE AU-FECHA-DESDE (1:4) TO ANO-AUSENCIA
               IF AU-DESCUENTA-SALDO AND ANO-AUSENCIA = ANO-INFORME
                   IF AU-SOLICITADA
                       ADD AU-DIAS-HABILES TO ET-SOLICITADO (EMP-IX)
                   ELSE
                       ADD AU-DIAS-HABILES TO ET-CONSUMIDO (EMP-IX)
                   END-IF
               END-IF
               IF AU-FECHA-DESDE <= FECHA-INFORME
                       AND AU-FECHA-HASTA >= FECHA-INFORME
                   IF AUS-COUNT >= 1000
                       MOVE "S" TO DESBORDE-SW
                   ELSE
                       ADD 1 TO AUS-COUNT
                       SET EMP-SUB TO EMP-IX
                       MOVE EMP-SUB TO AT-EMP-SUB (AUS-COUNT)
                       MOVE AU-TIPO TO AT-TIPO (AUS-COUNT)
                       MOVE AU-FECHA-DESDE TO AT-DESDE (AUS-COUNT)
                       MOVE AU-FECHA-HASTA TO AT-HASTA (AUS-COUNT)
                       MOVE AU-ESTADO TO AT-ESTADO (AUS-COUNT)
                       MOVE ET-DEPTO-IX (EMP-SUB) TO DEPTO-SUB
                       ADD 1 TO DT-AUSENTES (DEPTO-SUB)
                       ADD 1 TO TOTAL-AUSENTES
                   END-IF
               END-IF
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT AUSENCIA-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Ausencias y saldos de vacaciones al "
                  FECHA-INFORME
                  " - Fecha de negocio: " FN-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Ausentes el " FECHA-INFORME ":"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    Numero Apellidos            Nombre       "
                  " Tipo             Desde      Hasta    Estado"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DEPTO-SUB FROM 1 BY 1
                   UNTIL DEPTO-SUB > DEPTO-COUNT
               IF DT-AUSENTES (DEPTO-SUB) > 0
                   PERFORM ESCRIBE-AUSENTES-DEPTO
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "  Total ausentes: " TOTAL-AUSENTES
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Saldo de vacaciones " ANO-INFORME
                  " (dias habiles):"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    Numero Apellidos            Nombre       "
                  " Der. Arr. Disfr Solic Pend."
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DEPTO-SUB FROM 1 BY 1
                   UNTIL DEPTO-SUB > DEPTO-COUNT
               IF DT-EMPLEADOS (DEPTO-SUB) > 0
                   PERFORM ESCRIBE-SALDOS-DEPTO
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  Disfr: dias disfrutados o aprobados; Solic: pedidos"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  sin aprobar. Pend. ya descuenta los dos."
               TO RPT-LINE
           WRITE RPT-LINE
           IF TOTAL-CALCULADOS > 0
               MOVE SPACES TO RPT-LINE
               STRING "  * " TOTAL-CALCULADOS
                      " empleado(s) sin saldo grabado para el ano: "
                      "derecho calculado desde el alta."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE AUSENCIA-REPORT
           DISPLAY "Informe grabado en AUSENCIA.PRT. Ausentes el "
                   FECHA-INFORME ": " TOTAL-AUSENTES.

       ESCRIBE-CABECERA-DEPTO.
           MOVE DT-CODIGO (DEPTO-SUB) TO LD-CODIGO
           MOVE DT-NOMBRE (DEPTO-SUB) TO LD-NOMBRE
           MOVE LINEA-DEPTO TO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-AUSENTES-DEPTO.
           PERFORM ESCRIBE-CABECERA-DEPTO
           PERFORM VARYING AUS-SUB FROM 1 BY 1
                   UNTIL AUS-SUB > AUS-COUNT
               MOVE AT-EMP-SUB (AUS-SUB) TO EMP-SUB
               IF ET-DEPTO-IX (EMP-SUB) = DEPTO-SUB
                   PERFORM ESCRIBE-LINEA-AUSENTE
               END-IF
           END-PERFORM.

       ESCRIBE-LINEA-AUSENTE.
           MOVE ET-ID (EMP-SUB)        TO LA-ID
           MOVE ET-APELLIDOS (EMP-SUB) TO LA-APELLIDOS
           MOVE ET-NOMBRE (EMP-SUB)    TO LA-NOMBRE
           EVALUATE AT-TIPO (AUS-SUB)
               WHEN "VA"
                   MOVE "Vacaciones"      TO LA-TIPO
               WHEN "EN"
                   MOVE "Enfermedad"      TO LA-TIPO
               WHEN "AP"
                   MOVE "Asuntos propios" TO LA-TIPO
               WHEN "SS"
                   MOVE "Sin sueldo"      TO LA-TIPO
               WHEN OTHER
                   MOVE AT-TIPO (AUS-SUB) TO LA-TIPO
           END-EVALUATE
           MOVE AT-DESDE (AUS-SUB) TO LA-DESDE
           MOVE AT-HASTA (AUS-SUB) TO LA-HASTA
           EVALUATE AT-ESTADO (AUS-SUB)
               WHEN "S"
                   MOVE "SIN APROB." TO LA-ESTADO
               WHEN "A"
                   MOVE "Aprobada"   TO LA-ESTADO
               WHEN OTHER
                   MOVE "Disfrutada" TO LA-ESTADO
           END-EVALUATE
           MOVE LINEA-AUSENTE TO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-SALDOS-DEPTO.
           PERFORM ESCRIBE-CABECERA-DEPTO
           PERFORM VARYING EMP-SUB FROM 1 BY 1
                   UNTIL EMP-SUB > EMP-COUNT
               IF ET-DEPTO-IX (EMP-SUB) = DEPTO-SUB
                   PERFORM ESCRIBE-LINEA-SALDO
               END-IF
           END-PERFORM.

       ESCRIBE-LINEA-SALDO.
           MOVE ET-ID (EMP-SUB)         TO LS-ID
           MOVE ET-APELLIDOS (EMP-SUB)  TO LS-APELLIDOS
           MOVE ET-NOMBRE (EMP-SUB)     TO LS-NOMBRE
           MOVE ET-DERECHO (EMP-SUB)    TO LS-DERECHO
           MOVE ET-ARRASTRE (EMP-SUB)   TO LS-ARRASTRE
           MOVE ET-CONSUMIDO (EMP-SUB)  TO LS-CONSUMIDO
           MOVE ET-SOLICITADO (EMP-SUB) TO LS-SOLICITADO
           COMPUTE PENDIENTE = ET-DERECHO (EMP-SUB)
               + ET-ARRASTRE (EMP-SUB) - ET-CONSUMIDO (EMP-SUB)
               - ET-SOLICITADO (EMP-SUB)
           MOVE PENDIENTE TO LS-PENDIENTE
           IF ET-SALDO-CALCULADO (EMP-SUB)
               MOVE "*" TO LS-MARCA
           ELSE
               MOVE SPACE TO LS-MARCA
           END-IF
           MOVE LINEA-SALDO TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INFAUSEN.
