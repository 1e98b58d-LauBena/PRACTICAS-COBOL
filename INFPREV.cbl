      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Prevision de jubilaciones y aniversarios de servicio
      *          para los 12 meses siguientes al de la fecha de
      *          negocio: de los activos de EMPMAST.DAT saca quien
      *          cumple la edad de jubilacion de JUBEDAD.DAT (por
      *          defecto 65) segun EM-FECHA-NACIMIENTO y quien cumple
      *          5, 10, 15, 25 o 30 anos de servicio segun
      *          EM-FECHA-ALTA, que tras un reingreso es el inicio del
      *          servicio continuo. Agrupa por division y departamento
      *          como INFDEPTO con el mes de cada hecho en
      *          PREVISION.PRT y deja el mismo detalle delimitado en
      *          PREVEXT.TXT para las cartas de personal. Se lanza a
      *          demanda, como paso de CALL-DRIVER o al final de
      *          EDADANUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFPREV.
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
           SELECT DEPARTMENTS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEP-STATUS.
           SELECT EDAD-JUBILACION ASSIGN TO "JUBEDAD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JUB-STATUS.
           SELECT PREVISION-REPORT ASSIGN TO "PREVISION.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT PREVISION-EXTRACT ASSIGN TO "PREVEXT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  EDAD-JUBILACION.
       01  JUBEDAD-RECORD            PIC 9(02).
       FD  PREVISION-REPORT.
       01  RPT-LINE                  PIC X(100).
       FD  PREVISION-EXTRACT.
       01  PEX-LINEA                 PIC X(120).
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  DEP-STATUS          PIC XX.
       01  JUB-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  PEX-STATUS          PIC XX.
       01  EDAD-JUBILACION-ANOS PIC 9(02) VALUE 65.
      *Hitos de antiguedad que se anuncian.
       01  HITOS-VALORES.
           05  FILLER             PIC 9(02) VALUE 5.
           05  FILLER             PIC 9(02) VALUE 10.
           05  FILLER             PIC 9(02) VALUE 15.
           05  FILLER             PIC 9(02) VALUE 25.
           05  FILLER             PIC 9(02) VALUE 30.
       01  HITOS-TABLA REDEFINES HITOS-VALORES.
           05  HITO-ANOS          PIC 9(02) OCCURS 5 TIMES.
       01  HITO-IX             PIC 9(01).
      *Los 12 meses siguientes al de la fecha de negocio; la ventana
      *va del primer dia del primero al ultimo del duodecimo.
       01  MESES-TABLA.
           05  MES-FECHAS OCCURS 12 TIMES.
               10  MF-INICIO      PIC 9(08).
               10  MF-FIN         PIC 9(08).
       01  MES-IX              PIC 9(02).
       01  MES-HALLADO         PIC 9(02).
       01  ANO-CALCULO         PIC 9(04).
       01  MES-CALCULO         PIC 9(02).
       01  PRIMERO-SIGUIENTE   PIC 9(08).
       01  DIAS-ENTEROS        PIC 9(07).
      *Fecha del hecho: el dia y mes de la fecha base en el ano en
      *que se cumplen los anos; el 29 de febrero cae el 28 en los
      *anos no bisiestos.
       01  FECHA-BASE          PIC 9(08).
       01  ANOS-CUMPLIDOS      PIC 9(02).
       01  FECHA-HECHO         PIC 9(08).
       01  TIPO-HECHO          PIC X.
           88  HECHO-JUBILACION       VALUE "J".
           88  HECHO-ANIVERSARIO      VALUE "A".
       01  EV-COUNT            PIC 9(04) VALUE 0.
       01  EV-IX               PIC 9(04).
       01  EVENTOS-TABLA.
           05  EV-ENTRADA OCCURS 1 TO 3000 TIMES
                   DEPENDING ON EV-COUNT.
               10  EV-DEPTO       PIC X(04).
               10  EV-MES         PIC 9(02).
               10  EV-FECHA       PIC 9(08).
               10  EV-TIPO        PIC X.
                   88  EV-JUBILACION      VALUE "J".
               10  EV-ANOS        PIC 9(02).
               10  EV-ID          PIC 9(06).
               10  EV-NOMBRE      PIC X(13).
               10  EV-APELLIDOS   PIC X(20).
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
               10  DT-RAIZ        PIC X(04).
               10  DT-JUBILACIONES PIC 9(05).
               10  DT-ANIVERSARIOS PIC 9(05).
       01  DEPTO-ENCONTRADO    PIC X VALUE "N".
           88  DEPTO-EN-TABLA         VALUE "S".
       01  DEPTO-BUSCADO       PIC X(04).
       01  DIVISION-COUNT      PIC 9(03) VALUE 0.
       01  DIVISION-TABLA.
           05  DIVISION-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON DIVISION-COUNT
                   INDEXED BY DIVISION-IX.
               10  DV-CODIGO      PIC X(04).
               10  DV-JUBILACIONES PIC 9(05).
               10  DV-ANIVERSARIOS PIC 9(05).
       01  RAIZ-DIVISION       PIC X(04).
       01  CODIGO-CADENA       PIC X(04).
       01  SALTOS              PIC 9(02).
       01  CADENA-IX           PIC 9(03).
       01  CADENA-HALLADA      PIC X VALUE "N".
           88  ESLABON-HALLADO        VALUE "S".
       01  TOTAL-JUBILACIONES  PIC 9(05) VALUE 0.
       01  TOTAL-ANIVERSARIOS  PIC 9(05) VALUE 0.
       01  EXTRAIDOS           PIC 9(05) VALUE 0.
       01  DESCRIPCION-HECHO   PIC X(11).
       01  LINEA-HECHO.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  LH-MES             PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LH-FECHA           PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LH-TIPO            PIC X(11).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LH-ANOS            PIC Z9.
           05  FILLER             PIC X(06) VALUE " anos ".
           05  LH-ID              PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LH-NOMBRE          PIC X(13).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  LH-APELLIDOS       PIC X(20).
       01  LINEA-TOTALES.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  LT-ETIQUETA        PIC X(26).
           05  FILLER             PIC X(14) VALUE "Jubilaciones: ".
           05  LT-JUBILACIONES    PIC Z(04)9.
           05  FILLER             PIC X(16)
                   VALUE "  Aniversarios: ".
           05  LT-ANIVERSARIOS    PIC Z(04)9.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           MOVE 0 TO CODIGO-RETORNO.
           MOVE 0 TO TOTAL-JUBILACIONES.
           MOVE 0 TO TOTAL-ANIVERSARIOS.
           MOVE 0 TO EXTRAIDOS.
           MOVE "N" TO DESBORDE-SW.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM CARGA-EDAD-JUBILACION.
           PERFORM CALCULA-MESES.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-HECHOS.
           IF CODIGO-RETORNO < 8
               PERFORM RUEDA-DIVISIONES
               PERFORM ESCRIBE-INFORME
           END-IF.
           IF HUBO-DESBORDE
               DISPLAY "Aviso: los hechos previstos no caben en "
                       "memoria; el informe puede quedar incompleto."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INFPREV"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFPREV"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       CARGA-EDAD-JUBILACION.
           OPEN INPUT EDAD-JUBILACION
           IF JUB-STATUS = "00"
               READ EDAD-JUBILACION
                   NOT AT END
                       IF JUBEDAD-RECORD IS NUMERIC
                               AND JUBEDAD-RECORD > 0
                           MOVE JUBEDAD-RECORD TO EDAD-JUBILACION-ANOS
                       END-IF
               END-READ
               CLOSE EDAD-JUBILACION
           END-IF.

      *Del mes siguiente al de la fecha de negocio hacia delante:
      *primer dia y ultimo (el anterior al primero del mes
      *siguiente) de cada mes.
       CALCULA-MESES.
           MOVE FN-FECHA-NEGOCIO (1:4) TO ANO-CALCULO
           MOVE FN-FECHA-NEGOCIO (5:2) TO MES-CALCULO
           PERFORM VARYING MES-IX FROM 1 BY 1 UNTIL MES-IX > 12
               IF MES-CALCULO = 12
                   ADD 1 TO ANO-CALCULO
                   MOVE 1 TO MES-CALCULO
               ELSE
                   ADD 1 TO MES-CALCULO
               END-IF
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
                       MOVE 0 TO DT-JUBILACIONES (DEPTO-COUNT)
                       MOVE 0 TO DT-ANIVERSARIOS (DEPTO-COUNT)
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

      *Solo los activos; los registros que EMPMERGE fusiono ya estan
      *de baja.
       CARGA-HECHOS.
           MOVE 0 TO EV-COUNT
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
                   IF EM-ACTIVO
                       PERFORM BUSCA-HECHOS-EMPLEADO
                   END-IF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       BUSCA-HECHOS-EMPLEADO.
           IF EM-FECHA-NACIMIENTO > 0
               MOVE EM-FECHA-NACIMIENTO  TO FECHA-BASE
               MOVE EDAD-JUBILACION-ANOS TO ANOS-CUMPLIDOS
               MOVE "J" TO TIPO-HECHO
               PERFORM COMPRUEBA-HECHO
           END-IF
           IF EM-FECHA-ALTA > 0
               MOVE EM-FECHA-ALTA TO FECHA-BASE
               MOVE "A" TO TIPO-HECHO
               PERFORM VARYING HITO-IX FROM 1 BY 1 UNTIL HITO-IX > 5
                   MOVE HITO-ANOS (HITO-IX) TO ANOS-CUMPLIDOS
                   PERFORM COMPRUEBA-HECHO
               END-PERFORM
           END-IF.

       COMPRUEBA-HECHO.
           COMPUTE FECHA-HECHO = FECHA-BASE + ANOS-CUMPLIDOS * 10000
           IF FECHA-HECHO (5:4) = "0229"
               IF FUNCTION INTEGER-OF-DATE (FECHA-HECHO) = 0
                   SUBTRACT 1 FROM FECHA-HECHO
               END-IF
           END-IF
           IF FECHA-HECHO >= MF-INICIO (1)
                   AND FECHA-HECHO <= MF-FIN (12)
               PERFORM BUSCA-MES
               PERFORM ANOTA-HECHO
           END-IF.

       BUSCA-MES.
           MOVE 0 TO MES-HALLADO
           PERFORM VARYING MES-IX FROM 1 BY 1
                   UNTIL MES-IX > 12 OR MES-HALLADO > 0
               IF FECHA-HECHO >= MF-INICIO (MES-IX)
                       AND FECHA-HECHO <= MF-FIN (MES-IX)
                   MOVE MES-IX TO MES-HALLADO
               END-IF
           END-PERFORM.

       ANOTA-HECHO.
           IF EV-COUNT >= 3000
               MOVE "S" TO DESBORDE-SW
           ELSE
               ADD 1 TO EV-COUNT
               MOVE EM-DEPARTAMENTO TO EV-DEPTO (EV-COUNT)
               MOVE MES-HALLADO     TO EV-MES (EV-COUNT)
               MOVE FECHA-HECHO     TO EV-FECHA (EV-COUNT)
               MOVE TIPO-HECHO      TO EV-TIPO (EV-COUNT)
               MOVE ANOS-CUMPLIDOS  TO EV-ANOS (EV-COUNT)
               MOVE EM-EMPLOYEE-ID  TO EV-ID (EV-COUNT)
               MOVE EM-NOMBRE       TO EV-NOMBRE (EV-COUNT)
               MOVE EM-APELLIDOS    TO EV-APELLIDOS (EV-COUNT)
               MOVE EM-DEPARTAMENTO TO DEPTO-BUSCADO
               PERFORM BUSCA-DEPARTAMENTO
               IF DEPTO-EN-TABLA
                   IF HECHO-JUBILACION
                       ADD 1 TO DT-JUBILACIONES (DEPTO-IX)
                   ELSE
                       ADD 1 TO DT-ANIVERSARIOS (DEPTO-IX)
                   END-IF
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
               MOVE SPACES TO DT-DIVISION (DEPTO-COUNT)
               MOVE 0 TO DT-JUBILACIONES (DEPTO-COUNT)
               MOVE 0 TO DT-ANIVERSARIOS (DEPTO-COUNT)
               SET DEPTO-IX TO DEPTO-COUNT
               MOVE "S" TO DEPTO-ENCONTRADO
           END-IF.

      *Cada departamento se agrupa bajo la raiz de su cadena de
      *divisiones, igual que en INFDEPTO; el tope de saltos protege
      *de un fichero enredado.
       RUEDA-DIVISIONES.
           MOVE 0 TO DIVISION-COUNT
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               PERFORM RESUELVE-RAIZ
               MOVE RAIZ-DIVISION TO DT-RAIZ (DEPTO-IX)
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
                   MOVE 0 TO DV-JUBILACIONES (DIVISION-IX)
                   MOVE 0 TO DV-ANIVERSARIOS (DIVISION-IX)
                   MOVE "S" TO CADENA-HALLADA
               END-IF
           END-IF
           IF ESLABON-HALLADO
               ADD DT-JUBILACIONES (DEPTO-IX)
                   TO DV-JUBILACIONES (DIVISION-IX)
               ADD DT-ANIVERSARIOS (DEPTO-IX)
                   TO DV-ANIVERSARIOS (DIVISION-IX)
               ADD DT-JUBILACIONES (DEPTO-IX) TO TOTAL-JUBILACIONES
               ADD DT-ANIVERSARIOS (DEPTO-IX) TO TOTAL-ANIVERSARIOS
           END-IF.

      *Informe y extracto salen en el mismo orden: division, sus
      *departamentos y, dentro de cada uno, los hechos mes a mes.
       ESCRIBE-INFORME.
           OPEN OUTPUT PREVISION-REPORT
           OPEN OUTPUT PREVISION-EXTRACT
           MOVE SPACES TO PEX-LINEA
           STRING "EV-TIPO;EV-FECHA;EV-ANOS;EM-EMPLOYEE-ID;"
                  "EM-NOMBRE;EM-APELLIDOS;EM-DEPARTAMENTO;"
                  "DP-DIVISION"
               DELIMITED BY SIZE INTO PEX-LINEA
           WRITE PEX-LINEA
           MOVE SPACES TO RPT-LINE
           STRING "Prevision jubilaciones/aniversarios "
                  MF-INICIO (1) (1:6) " a " MF-FIN (12) (1:6)
                  "  Jubilacion a los " EDAD-JUBILACION-ANOS
                  "  Fecha: " FN-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING DIVISION-IX FROM 1 BY 1
                   UNTIL DIVISION-IX > DIVISION-COUNT
               IF DV-JUBILACIONES (DIVISION-IX) > 0
                       OR DV-ANIVERSARIOS (DIVISION-IX) > 0
                   PERFORM ESCRIBE-DIVISION
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TOTAL EMPRESA"     TO LT-ETIQUETA
           MOVE TOTAL-JUBILACIONES  TO LT-JUBILACIONES
           MOVE TOTAL-ANIVERSARIOS  TO LT-ANIVERSARIOS
           MOVE LINEA-TOTALES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Aniversarios de 5, 10, 15, 25 y 30 anos desde la "
                  "fecha de alta vigente."
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE PREVISION-REPORT
           MOVE SPACES TO PEX-LINEA
           STRING "T;" EXTRAIDOS
               DELIMITED BY SIZE INTO PEX-LINEA
           WRITE PEX-LINEA
           CLOSE PREVISION-EXTRACT
           DISPLAY "Prevision grabada en PREVISION.PRT y PREVEXT.TXT. "
                   "Jubilaciones: " TOTAL-JUBILACIONES
                   " Aniversarios: " TOTAL-ANIVERSARIOS.

       ESCRIBE-DIVISION.
           MOVE SPACES TO RPT-LINE
           IF DV-CODIGO (DIVISION-IX) = SPACES
               MOVE "Division (SIN DEPARTAMENTO)" TO RPT-LINE
           ELSE
               STRING "Division " DV-CODIGO (DIVISION-IX)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           PERFORM VARYING DEPTO-IX FROM 1 BY 1
                   UNTIL DEPTO-IX > DEPTO-COUNT
               IF DT-RAIZ (DEPTO-IX) = DV-CODIGO (DIVISION-IX)
                       AND (DT-JUBILACIONES (DEPTO-IX) > 0
                           OR DT-ANIVERSARIOS (DEPTO-IX) > 0)
                   PERFORM ESCRIBE-DEPARTAMENTO
               END-IF
           END-PERFORM
           MOVE "Total division"              TO LT-ETIQUETA
           MOVE DV-JUBILACIONES (DIVISION-IX) TO LT-JUBILACIONES
           MOVE DV-ANIVERSARIOS (DIVISION-IX) TO LT-ANIVERSARIOS
           MOVE LINEA-TOTALES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-DEPARTAMENTO.
           MOVE SPACES TO RPT-LINE
           STRING "  Dpto " DT-CODIGO (DEPTO-IX) "  "
                  DT-NOMBRE (DEPTO-IX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING MES-IX FROM 1 BY 1 UNTIL MES-IX > 12
               PERFORM VARYING EV-IX FROM 1 BY 1
                       UNTIL EV-IX > EV-COUNT
                   IF EV-DEPTO (EV-IX) = DT-CODIGO (DEPTO-IX)
                           AND EV-MES (EV-IX) = MES-IX
                       PERFORM ESCRIBE-HECHO
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBE-HECHO.
           IF EV-JUBILACION (EV-IX)
               MOVE "JUBILACION"  TO DESCRIPCION-HECHO
           ELSE
               MOVE "ANIVERSARIO" TO DESCRIPCION-HECHO
           END-IF
           MOVE EV-FECHA (EV-IX) (1:6) TO LH-MES
           MOVE EV-FECHA (EV-IX)       TO LH-FECHA
           MOVE DESCRIPCION-HECHO      TO LH-TIPO
           MOVE EV-ANOS (EV-IX)        TO LH-ANOS
           MOVE EV-ID (EV-IX)          TO LH-ID
           MOVE EV-NOMBRE (EV-IX)      TO LH-NOMBRE
           MOVE EV-APELLIDOS (EV-IX)   TO LH-APELLIDOS
           MOVE LINEA-HECHO TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO PEX-LINEA
           STRING DESCRIPCION-HECHO ";"
                  EV-FECHA (EV-IX) ";"
                  EV-ANOS (EV-IX) ";"
                  EV-ID (EV-IX) ";"
                  EV-NOMBRE (EV-IX) ";"
                  EV-APELLIDOS (EV-IX) ";"
                  EV-DEPTO (EV-IX) ";"
                  DT-RAIZ (DEPTO-IX)
               DELIMITED BY SIZE INTO PEX-LINEA
               ON OVERFLOW
                   DISPLAY "Aviso: linea de PREVEXT.TXT truncada."
           END-STRING
           WRITE PEX-LINEA
           ADD 1 TO EXTRAIDOS.

       END PROGRAM INFPREV.
