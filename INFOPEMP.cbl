      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Listado nocturno de excepciones de acceso: recorre
      *          AUTHOPS.DAT y senala en OPEREMP.PRT las cuentas
      *          autorizadas que no tienen detras un empleado activo
      *          de EMPMAST.DAT (sin vincular, vinculadas a un
      *          empleado inexistente o a uno dado de baja). Cada
      *          caso queda ademas en EXCEPTIONS.LOG, grave cuando el
      *          empleado ya esta de baja, para la revision de la
      *          manana con EXCPWB.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFOPEMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-OPERATORS ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OPERADOR
               FILE STATUS IS AUTH-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
           SELECT OPEREMP-REPORT ASSIGN TO "OPEREMP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       FD  OPEREMP-REPORT.
       01  RPT-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  AUTH-STATUS         PIC XX.
       01  EM-STATUS           PIC XX.
       01  EX-STATUS           PIC XX.
       01  RPT-STATUS          PIC XX.
       01  MAESTRO-ABIERTO-SW  PIC X VALUE "N".
           88  MAESTRO-ABIERTO        VALUE "S".
       01  SITUACION           PIC X(24).
       01  REVISADAS           PIC 9(05) VALUE 0.
       01  SIN-VINCULO         PIC 9(05) VALUE 0.
       01  SIN-EMPLEADO        PIC 9(05) VALUE 0.
       01  EMPLEADO-DE-BAJA    PIC 9(05) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           OPEN INPUT AUTH-OPERATORS
           IF AUTH-STATUS NOT = "00"
               DISPLAY "No se encontro AUTHOPS.DAT. Estado: "
                       AUTH-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS = "00"
               MOVE "S" TO MAESTRO-ABIERTO-SW
           ELSE
               DISPLAY "Aviso: no se encontro EMPMAST.DAT, toda "
                       "cuenta vinculada sale sin empleado."
               MOVE 4 TO CODIGO-RETORNO
           END-IF
           PERFORM ABRE-INFORME
           PERFORM RECORRE-OPERADORES
           PERFORM ESCRIBE-TOTALES
           CLOSE OPEREMP-REPORT
           CLOSE AUTH-OPERATORS
           IF MAESTRO-ABIERTO
               CLOSE EMPLOYEE-MASTER
           END-IF
           DISPLAY "Cuentas sin empleado activo grabadas en "
                   "OPEREMP.PRT. Revisadas: " REVISADAS
                   " Excepciones: " SIN-VINCULO " / " SIN-EMPLEADO
                   " / " EMPLEADO-DE-BAJA.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INFOPEMP"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFOPEMP"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       ABRE-INFORME.
           OPEN OUTPUT OPEREMP-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Cuentas de operador sin empleado activo - Fecha: "
                   FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  Operador  Empleado  Situacion" TO RPT-LINE
           WRITE RPT-LINE.

      *Solo interesan las cuentas que hoy dejarian entrar: las
      *revocadas ya no son una puerta abierta.
       RECORRE-OPERADORES.
           READ AUTH-OPERATORS NEXT RECORD
               AT END
                   MOVE "10" TO AUTH-STATUS
           END-READ
           PERFORM UNTIL AUTH-STATUS NOT = "00"
               IF AO-AUTORIZADO = "S"
                   ADD 1 TO REVISADAS
                   PERFORM CLASIFICA-CUENTA
               END-IF
               READ AUTH-OPERATORS NEXT RECORD
                   AT END
                       MOVE "10" TO AUTH-STATUS
               END-READ
           END-PERFORM.

       CLASIFICA-CUENTA.
           MOVE SPACES TO SITUACION
           IF AO-EMPLOYEE-ID = 0
               MOVE "SIN EMPLEADO VINCULADO" TO SITUACION
               ADD 1 TO SIN-VINCULO
               MOVE "M" TO EX-SEVERIDAD
           ELSE
               IF NOT MAESTRO-ABIERTO
                   MOVE "EMPLEADO INEXISTENTE" TO SITUACION
                   ADD 1 TO SIN-EMPLEADO
                   MOVE "M" TO EX-SEVERIDAD
               ELSE
                   MOVE AO-EMPLOYEE-ID TO EM-EMPLOYEE-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "EMPLEADO INEXISTENTE" TO SITUACION
                           ADD 1 TO SIN-EMPLEADO
                           MOVE "M" TO EX-SEVERIDAD
                       NOT INVALID KEY
                           IF EM-DE-BAJA
                               MOVE "EMPLEADO DE BAJA" TO SITUACION
                               ADD 1 TO EMPLEADO-DE-BAJA
                               MOVE "G" TO EX-SEVERIDAD
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF SITUACION NOT = SPACES
               PERFORM ESCRIBE-LINEA-CUENTA
               PERFORM REGISTRA-EXCEPCION-CUENTA
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       ESCRIBE-LINEA-CUENTA.
           MOVE SPACES TO RPT-LINE
           STRING "  " AO-OPERADOR
                  "  " AO-EMPLOYEE-ID
                  "    " SITUACION
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       REGISTRA-EXCEPCION-CUENTA.
           MOVE "INFOPEMP"      TO EX-PROGRAMA
           MOVE "OPER-SIN-EMPL" TO EX-CAMPO
           MOVE SPACES          TO EX-VALOR
           STRING AO-OPERADOR " " AO-EMPLOYEE-ID
               DELIMITED BY SIZE INTO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

       ESCRIBE-TOTALES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Cuentas autorizadas revisadas: " REVISADAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Sin empleado vinculado:        " SIN-VINCULO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Empleado inexistente:          " SIN-EMPLEADO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Empleado de baja:              "
                  EMPLEADO-DE-BAJA
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INFOPEMP.
