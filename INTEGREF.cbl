      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Paso nocturno de integridad referencial entre
      *          ficheros: VERMAEST prueba cada maestro por separado y
      *          este paso comprueba que concuerdan entre si. Reglas:
      *          departamento del empleado en DEPTOS.DAT, empleado de
      *          cada movimiento de EMPMOV.DAT en EMPMAST.DAT,
      *          superviviente de cada fusion existente y activo,
      *          operador y terminal de cada apunte de CALCLDGR.DAT en
      *          AUTHOPS.DAT y TERMREG.DAT, original de cada reversion
      *          en el libro vivo (o ya archivado por LEDGARCH) y
      *          resolutor de EXCPWORK.DAT en AUTHOPS.DAT. Deja el
      *          certificado INTEGREF.PRT con el detalle y los
      *          contadores por regla, y cada incumplimiento como
      *          excepcion en EXCEPTIONS.LOG para trabajarlo en EXCPWB;
      *          la que ya esta abierta en el banco no se repite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGREF.
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
           SELECT EMP-MOVIMIENTOS ASSIGN TO "EMPMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-STATUS.
           SELECT CALC-LEDGER ASSIGN TO "CALCLDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT AUTH-OPERATORS ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OPERADOR
               FILE STATUS IS AUTH-STATUS.
           SELECT TERMINAL-REGISTRY ASSIGN TO "TERMREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-TERMINAL-ID
               FILE STATUS IS TRM-STATUS.
           SELECT EXCP-WORK ASSIGN TO "EXCPWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EW-ID
               FILE STATUS IS EW-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
           SELECT INTEGRIDAD-REPORT ASSIGN TO "INTEGREF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  EMP-MOVIMIENTOS.
       COPY EMPMOV.
       FD  CALC-LEDGER.
       COPY CALCLDGR.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  TERMINAL-REGISTRY.
       COPY TERMREG.
       FD  EXCP-WORK.
       COPY EXCPWORK.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       FD  INTEGRIDAD-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  EM-STATUS           PIC XX.
       01  DEP-STATUS          PIC XX.
       01  MOV-STATUS          PIC XX.
       01  CL-STATUS           PIC XX.
       01  AUTH-STATUS         PIC XX.
       01  TRM-STATUS          PIC XX.
       01  EW-STATUS           PIC XX.
       01  EX-STATUS           PIC XX.
       01  RPT-STATUS          PIC XX.
      *Una entrada por regla: rotulo del certificado y nombre del
      *campo con que la excepcion llega al banco de trabajo.
       01  REGLAS-NOMBRES.
           05  FILLER PIC X(48) VALUE
               "DEPTO-EMPLEADODepartamento de empleado en DEPTOS".
           05  FILLER PIC X(48) VALUE
               "MOV-EMPLEADO  Empleado del movimiento en EMPMAST".
           05  FILLER PIC X(48) VALUE
               "FUSION-DESTINOSuperviviente de la fusion activo ".
           05  FILLER PIC X(48) VALUE
               "OPER-LEDGER   Operador del apunte en AUTHOPS    ".
           05  FILLER PIC X(48) VALUE
               "TERM-LEDGER   Terminal del apunte en TERMREG    ".
           05  FILLER PIC X(48) VALUE
               "REVERSION-ORIGOriginal de la reversion en libro ".
           05  FILLER PIC X(48) VALUE
               "RESOLUTOR-EXCPResolutor de EXCPWORK en AUTHOPS  ".
       01  REGLAS-TABLA REDEFINES REGLAS-NOMBRES.
           05  REGLA-NOMBRE OCCURS 7 TIMES.
               10  RN-CAMPO       PIC X(14).
               10  RN-ROTULO      PIC X(34).
       01  REGLAS-CONTADORES.
           05  REGLA-CONTADOR OCCURS 7 TIMES.
               10  RC-REVISADOS   PIC 9(07).
               10  RC-FALLOS      PIC 9(07).
               10  RC-NUEVAS      PIC 9(07).
               10  RC-EVALUADA    PIC X.
                   88  REGLA-EVALUADA     VALUE "S".
       01  REGLA-ACTUAL        PIC 9(01).
       01  DETALLE-FALLO       PIC X(80).
       01  VALOR-EXCEPCION     PIC X(20).
       01  TOTAL-FALLOS        PIC 9(07) VALUE 0.
       01  TOTAL-NUEVAS        PIC 9(07) VALUE 0.
      *Empleados del maestro en orden de identificador, para las
      *reglas que cruzan otros ficheros contra el.
       01  EMP-COUNT           PIC 9(05) VALUE 0.
       01  EMP-TABLA.
           05  EMP-ENTRADA OCCURS 1 TO 20000 TIMES
                   DEPENDING ON EMP-COUNT
                   ASCENDING KEY IS ET-ID
                   INDEXED BY EMP-IX.
               10  ET-ID          PIC 9(06).
               10  ET-ESTADO      PIC X.
               10  ET-FUSIONADO   PIC 9(06).
       01  EMP-DESBORDE-SW     PIC X VALUE "N".
           88  EMP-DESBORDE           VALUE "S".
       01  FUS-SUB             PIC 9(05).
       01  ID-BUSCADO          PIC 9(06).
       01  HALLADO-SW          PIC X VALUE "N".
           88  HALLADO                VALUE "S".
       01  ESTADO-HALLADO      PIC X.
      *Reversiones del libro vivo cuyo original hay que buscar al
      *acabar el recorrido secuencial.
       01  REV-COUNT           PIC 9(04) VALUE 0.
       01  REV-TABLA.
           05  REV-ENTRADA OCCURS 1 TO 3000 TIMES
                   DEPENDING ON REV-COUNT
                   INDEXED BY REV-IX.
               10  RV-CLAVE       PIC X(37).
               10  RV-ORIGINAL    PIC X(37).
       01  REV-DESBORDE-SW     PIC X VALUE "N".
           88  REV-DESBORDE           VALUE "S".
       01  PRIMERA-CLAVE       PIC X(37) VALUE HIGH-VALUES.
       01  ARCHIVADAS          PIC 9(05) VALUE 0.
      *Excepciones de este paso aun abiertas en el banco de trabajo
      *o ya levantadas en esta ejecucion: no se repiten.
       01  ABIERTA-COUNT       PIC 9(04) VALUE 0.
       01  ABIERTAS-TABLA.
           05  ABIERTA-ENTRADA OCCURS 1 TO 3000 TIMES
                   DEPENDING ON ABIERTA-COUNT
                   INDEXED BY AB-IX.
               10  AB-CAMPO       PIC X(14).
               10  AB-VALOR       PIC X(20).
       01  YA-ABIERTA-SW       PIC X VALUE "N".
           88  YA-ABIERTA             VALUE "S".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           PERFORM ABRE-INFORME.
           PERFORM CARGA-ABIERTAS.
           OPEN INPUT DEPARTMENTS.
           OPEN INPUT AUTH-OPERATORS.
           OPEN INPUT TERMINAL-REGISTRY.
           PERFORM REVISA-EMPLEADOS.
           PERFORM REVISA-FUSIONES.
           PERFORM REVISA-MOVIMIENTOS.
           PERFORM REVISA-LEDGER.
           PERFORM REVISA-REVERSIONES.
           PERFORM REVISA-RESOLUTORES.
           IF DEP-STATUS NOT = "35"
               CLOSE DEPARTMENTS
           END-IF.
           IF AUTH-STATUS NOT = "35"
               CLOSE AUTH-OPERATORS
           END-IF.
           IF TRM-STATUS NOT = "35"
               CLOSE TERMINAL-REGISTRY
           END-IF.
           PERFORM ESCRIBE-RESUMEN.
           CLOSE INTEGRIDAD-REPORT.
           DISPLAY "Integridad referencial: " TOTAL-FALLOS
                   " incumplimientos, " TOTAL-NUEVAS
                   " excepciones nuevas. Detalle en INTEGREF.PRT.".
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INTEGREF"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INTEGREF"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       ABRE-INFORME.
           OPEN OUTPUT INTEGRIDAD-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Integridad referencial entre ficheros - Fecha: "
                  FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING REGLA-ACTUAL FROM 1 BY 1
                   UNTIL REGLA-ACTUAL > 7
               MOVE 0   TO RC-REVISADOS (REGLA-ACTUAL)
               MOVE 0   TO RC-FALLOS (REGLA-ACTUAL)
               MOVE 0   TO RC-NUEVAS (REGLA-ACTUAL)
               MOVE "S" TO RC-EVALUADA (REGLA-ACTUAL)
           END-PERFORM.

       CARGA-ABIERTAS.
           MOVE 0 TO ABIERTA-COUNT
           OPEN INPUT EXCP-WORK
           IF EW-STATUS = "00"
               READ EXCP-WORK NEXT RECORD
                   AT END
                       MOVE "10" TO EW-STATUS
               END-READ
               PERFORM UNTIL EW-STATUS NOT = "00"
                   IF EW-PROGRAMA = "INTEGREF" AND NOT EW-RESUELTA
                           AND ABIERTA-COUNT < 3000
                       ADD 1 TO ABIERTA-COUNT
                       MOVE EW-CAMPO TO AB-CAMPO (ABIERTA-COUNT)
                       MOVE EW-VALOR TO AB-VALOR (ABIERTA-COUNT)
                   END-IF
                   READ EXCP-WORK NEXT RECORD
                       AT END
                           MOVE "10" TO EW-STATUS
                   END-READ
               END-PERFORM
               CLOSE EXCP-WORK
           END-IF.

      *Regla 1 en el mismo recorrido que carga la tabla de empleados.
      *Un empleado activo sin departamento tambien incumple; en las
      *bajas antiguas el departamento en blanco se acepta.
       REVISA-EMPLEADOS.
           MOVE 1 TO REGLA-ACTUAL
           PERFORM ESCRIBE-TITULO-REGLA
           IF DEP-STATUS NOT = "00"
               MOVE "N" TO RC-EVALUADA (1)
               MOVE "  DEPTOS.DAT no disponible, regla no evaluada."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE 0 TO EMP-COUNT
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPMAST.DAT. Estado: "
                       EM-STATUS
               MOVE 8 TO CODIGO-RETORNO
               MOVE "N" TO RC-EVALUADA (1)
               MOVE "N" TO RC-EVALUADA (2)
               MOVE "N" TO RC-EVALUADA (3)
           ELSE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO EM-STATUS
               END-READ
               PERFORM UNTIL EM-STATUS NOT = "00"
                   PERFORM GUARDA-EMPLEADO
                   IF REGLA-EVALUADA (1)
                       PERFORM COMPRUEBA-DEPARTAMENTO
                   END-IF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF EMP-DESBORDE
               MOVE "N" TO RC-EVALUADA (2)
               MOVE "N" TO RC-EVALUADA (3)
               MOVE "  Mas de 20000 empleados: las reglas 2 y 3 no se"
                 & " evaluan." TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

       GUARDA-EMPLEADO.
           IF EMP-COUNT < 20000
               ADD 1 TO EMP-COUNT
               MOVE EM-EMPLOYEE-ID   TO ET-ID (EMP-COUNT)
               MOVE EM-ESTADO        TO ET-ESTADO (EMP-COUNT)
               IF EM-FUSIONADO-CON IS NUMERIC
                   MOVE EM-FUSIONADO-CON TO ET-FUSIONADO (EMP-COUNT)
               ELSE
                   MOVE 0 TO ET-FUSIONADO (EMP-COUNT)
               END-IF
           ELSE
               MOVE "S" TO EMP-DESBORDE-SW
           END-IF.

       COMPRUEBA-DEPARTAMENTO.
           IF EM-DEPARTAMENTO NOT = SPACES OR EM-ACTIVO
               ADD 1 TO RC-REVISADOS (1)
               MOVE EM-DEPARTAMENTO TO DP-CODIGO
               READ DEPARTMENTS
                   INVALID KEY
                       MOVE "23" TO DEP-STATUS
               END-READ
               IF DEP-STATUS NOT = "00"
                   MOVE SPACES TO DETALLE-FALLO
                   STRING "Empleado " EM-EMPLOYEE-ID
                          " estado " EM-ESTADO
                          " con departamento '" EM-DEPARTAMENTO
                          "' que no esta en DEPTOS.DAT"
                       DELIMITED BY SIZE INTO DETALLE-FALLO
                   MOVE SPACES TO VALOR-EXCEPCION
                   STRING EM-EMPLOYEE-ID " " EM-DEPARTAMENTO
                       DELIMITED BY SIZE INTO VALOR-EXCEPCION
                   PERFORM REGISTRA-INCUMPLIMIENTO
               END-IF
               MOVE "00" TO DEP-STATUS
           END-IF.

      *Regla 3: el puntero de fusion ha de llevar a un empleado que
      *exista y siga activo.
       REVISA-FUSIONES.
           MOVE 3 TO REGLA-ACTUAL
           PERFORM ESCRIBE-TITULO-REGLA
           IF REGLA-EVALUADA (3) AND EMP-COUNT > 0
               PERFORM VARYING FUS-SUB FROM 1 BY 1
                       UNTIL FUS-SUB > EMP-COUNT
                   IF ET-FUSIONADO (FUS-SUB) > 0
                       PERFORM COMPRUEBA-FUSION
                   END-IF
               END-PERFORM
           END-IF.

       COMPRUEBA-FUSION.
           ADD 1 TO RC-REVISADOS (3)
           MOVE ET-ID (FUS-SUB) TO EM-EMPLOYEE-ID
           MOVE ET-FUSIONADO (FUS-SUB) TO ID-BUSCADO
           PERFORM BUSCA-EMPLEADO
           IF NOT HALLADO OR ESTADO-HALLADO NOT = "A"
               MOVE SPACES TO DETALLE-FALLO
               IF NOT HALLADO
                   STRING "Empleado " EM-EMPLOYEE-ID
                          " fusionado en " ID-BUSCADO
                          " que no esta en EMPMAST.DAT"
                       DELIMITED BY SIZE INTO DETALLE-FALLO
               ELSE
                   STRING "Empleado " EM-EMPLOYEE-ID
                          " fusionado en " ID-BUSCADO
                          " que no esta activo (estado "
                          ESTADO-HALLADO ")"
                       DELIMITED BY SIZE INTO DETALLE-FALLO
               END-IF
               MOVE SPACES TO VALOR-EXCEPCION
               STRING EM-EMPLOYEE-ID " " ID-BUSCADO
                   DELIMITED BY SIZE INTO VALOR-EXCEPCION
               PERFORM REGISTRA-INCUMPLIMIENTO
           END-IF.

       BUSCA-EMPLEADO.
           MOVE "N" TO HALLADO-SW
           MOVE SPACE TO ESTADO-HALLADO
           IF EMP-COUNT > 0
               SEARCH ALL EMP-ENTRADA
                   WHEN ET-ID (EMP-IX) = ID-BUSCADO
                       MOVE "S" TO HALLADO-SW
                       MOVE ET-ESTADO (EMP-IX) TO ESTADO-HALLADO
               END-SEARCH
           END-IF.

      *Regla 2: movimientos de EMPMOV.DAT de empleados desconocidos.
       REVISA-MOVIMIENTOS.
           MOVE 2 TO REGLA-ACTUAL
           PERFORM ESCRIBE-TITULO-REGLA
           IF REGLA-EVALUADA (2)
               OPEN INPUT EMP-MOVIMIENTOS
               IF MOV-STATUS = "00"
                   PERFORM UNTIL MOV-STATUS NOT = "00"
                       READ EMP-MOVIMIENTOS
                           AT END
                               MOVE "10" TO MOV-STATUS
                           NOT AT END
                               PERFORM COMPRUEBA-MOVIMIENTO
                       END-READ
                   END-PERFORM
                   CLOSE EMP-MOVIMIENTOS
               END-IF
           END-IF.

       COMPRUEBA-MOVIMIENTO.
           ADD 1 TO RC-REVISADOS (2)
           MOVE "N" TO HALLADO-SW
           IF MV-EMPLOYEE-ID IS NUMERIC
               MOVE MV-EMPLOYEE-ID TO ID-BUSCADO
               PERFORM BUSCA-EMPLEADO
           END-IF
           IF NOT HALLADO
               MOVE SPACES TO DETALLE-FALLO
               STRING "Movimiento del " MV-FECHA-EFECTIVA
                      " de empleado desconocido " MV-EMPLOYEE-ID
                      " (" MV-DEPARTAMENTO-ANT " -> "
                      MV-DEPARTAMENTO-NVO ")"
                   DELIMITED BY SIZE INTO DETALLE-FALLO
               MOVE SPACES TO VALOR-EXCEPCION
               STRING MV-EMPLOYEE-ID " " MV-FECHA-EFECTIVA
                   DELIMITED BY SIZE INTO VALOR-EXCEPCION
               PERFORM REGISTRA-INCUMPLIMIENTO
           END-IF.

      *Reglas 4 y 5 en un recorrido del libro vivo; de paso se
      *guardan las reversiones para la regla 6.
       REVISA-LEDGER.
           IF AUTH-STATUS NOT = "00"
               MOVE "N" TO RC-EVALUADA (4)
               MOVE "N" TO RC-EVALUADA (7)
           END-IF
           IF TRM-STATUS NOT = "00"
               MOVE "N" TO RC-EVALUADA (5)
           END-IF
           MOVE 4 TO REGLA-ACTUAL
           PERFORM ESCRIBE-TITULO-REGLA
           MOVE 0 TO REV-COUNT
           OPEN INPUT CALC-LEDGER
           IF CL-STATUS NOT = "00"
               MOVE "N" TO RC-EVALUADA (4)
               MOVE "N" TO RC-EVALUADA (5)
               MOVE "N" TO RC-EVALUADA (6)
           ELSE
               READ CALC-LEDGER NEXT RECORD
                   AT END
                       MOVE "10" TO CL-STATUS
               END-READ
               IF CL-STATUS = "00"
                   MOVE CL-KEY TO PRIMERA-CLAVE
               END-IF
               PERFORM UNTIL CL-STATUS NOT = "00"
                   IF REGLA-EVALUADA (4)
                       PERFORM COMPRUEBA-OPERADOR-APUNTE
                   END-IF
                   IF CL-KEY-ORIGINAL NOT = SPACES
                       PERFORM GUARDA-REVERSION
                   END-IF
                   READ CALC-LEDGER NEXT RECORD
                       AT END
                           MOVE "10" TO CL-STATUS
                   END-READ
               END-PERFORM
               CLOSE CALC-LEDGER
           END-IF
           MOVE 5 TO REGLA-ACTUAL
           PERFORM ESCRIBE-TITULO-REGLA
           IF REGLA-EVALUADA (5)
               OPEN INPUT CALC-LEDGER
               IF CL-STATUS = "00"
                   READ CALC-LEDGER NEXT RECORD
                       AT END
                           MOVE "10" TO CL-STATUS
                   END-READ
                   PERFORM UNTIL CL-STATUS NOT = "00"
                       PERFORM COMPRUEBA-TERMINAL-APUNTE
                       READ CALC-LEDGER NEXT RECORD
                           AT END
                               MOVE "10" TO CL-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE CALC-LEDGER
               END-IF
           END-IF.

       COMPRUEBA-OPERADOR-APUNTE.
           ADD 1 TO RC-REVISADOS (4)
           MOVE CL-OPERADOR-ID TO AO-OPERADOR
           READ AUTH-OPERATORS
               INVALID KEY
                   MOVE "23" TO AUTH-STATUS
           END-READ
           IF AUTH-STATUS NOT = "00"
               MOVE SPACES TO DETALLE-FALLO
               STRING "Apunte " CL-KEY-TIMESTAMP (1:14)
                      " del operador '" CL-OPERADOR-ID
                      "' que no esta en AUTHOPS.DAT"
                   DELIMITED BY SIZE INTO DETALLE-FALLO
               MOVE CL-OPERADOR-ID TO VALOR-EXCEPCION
               PERFORM REGISTRA-INCUMPLIMIENTO
           END-IF
           MOVE "00" TO AUTH-STATUS.

       COMPRUEBA-TERMINAL-APUNTE.
           ADD 1 TO RC-REVISADOS (5)
           MOVE CL-TERMINAL-ID TO TR-TERMINAL-ID
           READ TERMINAL-REGISTRY
               INVALID KEY
                   MOVE "23" TO TRM-STATUS
           END-READ
           IF TRM-STATUS NOT = "00"
               MOVE SPACES TO DETALLE-FALLO
               STRING "Apunte " CL-KEY-TIMESTAMP (1:14)
                      " desde el terminal '" CL-TERMINAL-ID
                      "' que no esta en TERMREG.DAT"
                   DELIMITED BY SIZE INTO DETALLE-FALLO
               MOVE CL-TERMINAL-ID TO VALOR-EXCEPCION
               PERFORM REGISTRA-INCUMPLIMIENTO
           END-IF
           MOVE "00" TO TRM-STATUS.

       GUARDA-REVERSION.
           IF REV-COUNT < 3000
               ADD 1 TO REV-COUNT
               MOVE CL-KEY          TO RV-CLAVE (REV-COUNT)
               MOVE CL-KEY-ORIGINAL TO RV-ORIGINAL (REV-COUNT)
           ELSE
               MOVE "S" TO REV-DESBORDE-SW
           END-IF.

      *Regla 6: LEDGARCH solo archiva el tramo inicial del libro en
      *orden de clave, asi que un original anterior al primer apunte
      *vivo esta archivado, no perdido.
       REVISA-REVERSIONES.
           MOVE 6 TO REGLA-ACTUAL
           PERFORM ESCRIBE-TITULO-REGLA
           IF REGLA-EVALUADA (6) AND REV-COUNT > 0
               OPEN INPUT CALC-LEDGER
               PERFORM VARYING REV-IX FROM 1 BY 1
                       UNTIL REV-IX > REV-COUNT
                   PERFORM COMPRUEBA-REVERSION
               END-PERFORM
               CLOSE CALC-LEDGER
           END-IF
           IF REV-DESBORDE
               MOVE "  Mas de 3000 reversiones: solo se revisan las"
                 & " primeras." TO RPT-LINE
               WRITE RPT-LINE
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       COMPRUEBA-REVERSION.
           ADD 1 TO RC-REVISADOS (6)
           IF RV-ORIGINAL (REV-IX) < PRIMERA-CLAVE
               ADD 1 TO ARCHIVADAS
           ELSE
               MOVE RV-ORIGINAL (REV-IX) TO CL-KEY
               READ CALC-LEDGER
                   INVALID KEY
                       MOVE "23" TO CL-STATUS
               END-READ
               IF CL-STATUS NOT = "00"
                   MOVE SPACES TO DETALLE-FALLO
                   STRING "Reversion " RV-CLAVE (REV-IX) (1:14)
                          " de un original que ya no esta: "
                          RV-ORIGINAL (REV-IX) (1:14)
                          " " RV-ORIGINAL (REV-IX) (22:8)
                       DELIMITED BY SIZE INTO DETALLE-FALLO
                   MOVE RV-ORIGINAL (REV-IX) (1:20)
                       TO VALOR-EXCEPCION
                   PERFORM REGISTRA-INCUMPLIMIENTO
               END-IF
               MOVE "00" TO CL-STATUS
           END-IF.

      *Regla 7: quien reclamo o cerro una excepcion ha de ser un
      *operador dado de alta.
       REVISA-RESOLUTORES.
           MOVE 7 TO REGLA-ACTUAL
           PERFORM ESCRIBE-TITULO-REGLA
           IF REGLA-EVALUADA (7)
               OPEN INPUT EXCP-WORK
               IF EW-STATUS = "00"
                   READ EXCP-WORK NEXT RECORD
                       AT END
                           MOVE "10" TO EW-STATUS
                   END-READ
                   PERFORM UNTIL EW-STATUS NOT = "00"
                       IF EW-RESOLUTOR NOT = SPACES
                           PERFORM COMPRUEBA-RESOLUTOR
                       END-IF
                       READ EXCP-WORK NEXT RECORD
                           AT END
                               MOVE "10" TO EW-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE EXCP-WORK
               END-IF
           END-IF.

       COMPRUEBA-RESOLUTOR.
           ADD 1 TO RC-REVISADOS (7)
           MOVE EW-RESOLUTOR TO AO-OPERADOR
           READ AUTH-OPERATORS
               INVALID KEY
                   MOVE "23" TO AUTH-STATUS
           END-READ
           IF AUTH-STATUS NOT = "00"
               MOVE SPACES TO DETALLE-FALLO
               STRING "Excepcion " EW-ID " con resolutor '"
                      EW-RESOLUTOR "' que no esta en AUTHOPS.DAT"
                   DELIMITED BY SIZE INTO DETALLE-FALLO
               MOVE EW-RESOLUTOR TO VALOR-EXCEPCION
               PERFORM REGISTRA-INCUMPLIMIENTO
           END-IF
           MOVE "00" TO AUTH-STATUS.

       ESCRIBE-TITULO-REGLA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Regla " REGLA-ACTUAL ": "
                  RN-ROTULO (REGLA-ACTUAL)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *Todo incumplimiento sale en el certificado; la excepcion solo
      *si no hay ya una abierta con el mismo campo y valor.
       REGISTRA-INCUMPLIMIENTO.
           ADD 1 TO RC-FALLOS (REGLA-ACTUAL)
           ADD 1 TO TOTAL-FALLOS
           MOVE SPACES TO RPT-LINE
           STRING "  " DETALLE-FALLO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "N" TO YA-ABIERTA-SW
           IF ABIERTA-COUNT > 0
               SET AB-IX TO 1
               SEARCH ABIERTA-ENTRADA
                   WHEN AB-CAMPO (AB-IX) = RN-CAMPO (REGLA-ACTUAL)
                           AND AB-VALOR (AB-IX) = VALOR-EXCEPCION
                       MOVE "S" TO YA-ABIERTA-SW
               END-SEARCH
           END-IF
           IF NOT YA-ABIERTA
               PERFORM REGISTRA-EXCEPCION
               ADD 1 TO RC-NUEVAS (REGLA-ACTUAL)
               ADD 1 TO TOTAL-NUEVAS
               IF ABIERTA-COUNT < 3000
                   ADD 1 TO ABIERTA-COUNT
                   MOVE RN-CAMPO (REGLA-ACTUAL)
                       TO AB-CAMPO (ABIERTA-COUNT)
                   MOVE VALOR-EXCEPCION TO AB-VALOR (ABIERTA-COUNT)
               END-IF
           END-IF
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       REGISTRA-EXCEPCION.
           MOVE "INTEGREF"              TO EX-PROGRAMA
           MOVE RN-CAMPO (REGLA-ACTUAL) TO EX-CAMPO
           MOVE VALOR-EXCEPCION         TO EX-VALOR
           MOVE FUNCTION CURRENT-DATE   TO EX-TIMESTAMP
           MOVE "M"                     TO EX-SEVERIDAD
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Resumen por regla                  Revisados  Fallos"
             & "  Excepciones nuevas" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING REGLA-ACTUAL FROM 1 BY 1
                   UNTIL REGLA-ACTUAL > 7
               MOVE SPACES TO RPT-LINE
               IF REGLA-EVALUADA (REGLA-ACTUAL)
                   STRING REGLA-ACTUAL " " RN-CAMPO (REGLA-ACTUAL)
                          "                "
                          RC-REVISADOS (REGLA-ACTUAL) "  "
                          RC-FALLOS (REGLA-ACTUAL) "  "
                          RC-NUEVAS (REGLA-ACTUAL)
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING REGLA-ACTUAL " " RN-CAMPO (REGLA-ACTUAL)
                          "                no evaluada"
                       DELIMITED BY SIZE INTO RPT-LINE
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Reversiones con el original ya archivado: "
                  ARCHIVADAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Total incumplimientos: " TOTAL-FALLOS
                  "  Excepciones nuevas en EXCEPTIONS.LOG: "
                  TOTAL-NUEVAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INTEGREF.
