      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Informe nocturno de segregacion de funciones: busca
      *          operadores que actuan sobre su propio trabajo. Cruza
      *          CALCLDGR.DAT (apuntes aprobados por quien los
      *          origino y reversiones de apuntes propios), AUTHAUD.LOG
      *          (cambios de AUTHMNT sobre la propia cuenta) y
      *          PARMAUD.LOG (cambios del umbral de aprobacion seguidos
      *          de apuntes del mismo operador por encima de el). Se
      *          considera la misma persona el mismo operador o dos
      *          cuentas vinculadas al mismo empleado en AUTHOPS.DAT.
      *          Cada conflicto sale en SEGREG.PRT con los registros
      *          implicados y como excepcion grave en EXCEPTIONS.LOG
      *          para su revision con EXCPWB. Solo se revisan los
      *          apuntes y cambios de cuenta de la fecha de negocio de
      *          FECHANEG, para no repetir cada noche los conflictos
      *          ya informados; los cambios de umbral se cargan todos
      *          porque uno antiguo puede preceder a un apunte del dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFSEGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT AUTH-AUDIT ASSIGN TO "AUTHAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT PARM-AUDIT ASSIGN TO "PARMAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAU-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
           SELECT SEGREG-REPORT ASSIGN TO "SEGREG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LEDGER.
       COPY CALCLDGR.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
       FD  AUTH-AUDIT.
       COPY AUTHAUD.
       FD  PARM-AUDIT.
       01  PARM-AUDIT-RECORD.
           05  PA-OPERADOR          PIC X(08).
           05  PA-TERMINAL          PIC X(08).
           05  PA-PARAMETRO         PIC X(12).
           05  PA-VALOR-ANTES       PIC X(20).
           05  PA-VALOR-DESPUES     PIC X(20).
           05  PA-TIMESTAMP         PIC X(21).
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       FD  SEGREG-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  CL-STATUS           PIC XX.
       01  AUTH-STATUS         PIC XX.
       01  AUD-STATUS          PIC XX.
       01  PAU-STATUS          PIC XX.
       01  EX-STATUS           PIC XX.
       01  RPT-STATUS          PIC XX.
       01  AUTHOPS-ABIERTO-SW  PIC X VALUE "N".
           88  AUTHOPS-ABIERTO        VALUE "S".
       01  LEDGER-ABIERTO-SW   PIC X VALUE "N".
           88  LEDGER-ABIERTO         VALUE "S".
       01  MISMA-PERSONA-SW    PIC X VALUE "N".
           88  MISMA-PERSONA          VALUE "S".
       01  OPERADOR-A          PIC X(08).
       01  OPERADOR-B          PIC X(08).
       01  EMPLEADO-A          PIC 9(06).
       01  EMPLEADO-B          PIC 9(06).
       01  TIPO-CONFLICTO      PIC X(14).
       01  OPERADOR-CONFLICTO  PIC X(08).
       01  INSTANTE-CONFLICTO  PIC X(21).
       01  FECHA-APUNTE        PIC 9(08).
       01  IMPORTE-APUNTE      PIC S9(09)V99.
       01  RESULTADO-EDITADO   PIC -9(09).99.
       01  UMBRAL-ANTES        PIC 9(09).
       01  UMBRAL-DESPUES      PIC 9(09).
       01  UMB-COUNT           PIC 9(03) VALUE 0.
       01  UMBRALES-TABLA.
           05  UMB-ENTRADA OCCURS 1 TO 200 TIMES
                   DEPENDING ON UMB-COUNT
                   INDEXED BY UMB-IX.
               10  UC-OPERADOR    PIC X(08).
               10  UC-TIMESTAMP   PIC X(21).
               10  UC-ANTES       PIC 9(09).
               10  UC-DESPUES     PIC 9(09).
               10  UC-LIMITE      PIC 9(09).
       01  REV-COUNT           PIC 9(03) VALUE 0.
       01  REVERSIONES-TABLA.
           05  REV-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON REV-COUNT
                   INDEXED BY REV-IX.
               10  RV-KEY-ORIGINAL PIC X(37).
               10  RV-OPERADOR    PIC X(08).
               10  RV-TIMESTAMP   PIC X(21).
               10  RV-RESULTADO   PIC S9(09)V99.
       01  TABLA-LLENA-SW      PIC X VALUE "N".
           88  TABLA-LLENA            VALUE "S".
       01  APUNTES-LEIDOS      PIC 9(07) VALUE 0.
       01  CONFLICTOS-APROB    PIC 9(05) VALUE 0.
       01  CONFLICTOS-REVERSO  PIC 9(05) VALUE 0.
       01  CONFLICTOS-AUTH     PIC 9(05) VALUE 0.
       01  CONFLICTOS-UMBRAL   PIC 9(05) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           OPEN INPUT AUTH-OPERATORS
           IF AUTH-STATUS = "00"
               MOVE "S" TO AUTHOPS-ABIERTO-SW
           ELSE
               DISPLAY "Aviso: no se encontro AUTHOPS.DAT, solo se "
                       "compara el identificador de operador."
               MOVE 4 TO CODIGO-RETORNO
           END-IF
           PERFORM ABRE-INFORME
           PERFORM CARGA-CAMBIOS-UMBRAL
           PERFORM RECORRE-LEDGER
           PERFORM COMPRUEBA-REVERSIONES
           PERFORM RECORRE-AUTH-AUDIT
           PERFORM ESCRIBE-TOTALES
           CLOSE SEGREG-REPORT
           IF AUTHOPS-ABIERTO
               CLOSE AUTH-OPERATORS
           END-IF
           DISPLAY "Conflictos de segregacion grabados en SEGREG.PRT. "
                   "Aprobacion: " CONFLICTOS-APROB
                   " Reverso: " CONFLICTOS-REVERSO
                   " Autorizacion: " CONFLICTOS-AUTH
                   " Umbral: " CONFLICTOS-UMBRAL.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INFSEGR"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFSEGR"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       ABRE-INFORME.
           OPEN OUTPUT SEGREG-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Conflictos de segregacion de funciones - Fecha: "
                   FN-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *Se guardan los cambios del umbral de aprobacion; el limite a
      *vigilar es el menor de los dos valores, de modo que quien sube
      *el umbral y luego apunta por encima del anterior tambien sale.
       CARGA-CAMBIOS-UMBRAL.
           MOVE "N" TO TABLA-LLENA-SW
           OPEN INPUT PARM-AUDIT
           IF PAU-STATUS = "00"
               PERFORM UNTIL PAU-STATUS NOT = "00"
                   READ PARM-AUDIT
                       AT END
                           MOVE "10" TO PAU-STATUS
                       NOT AT END
                           IF PA-PARAMETRO = "UMBRAL"
                               PERFORM ANOTA-CAMBIO-UMBRAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-AUDIT
           END-IF
           IF TABLA-LLENA
               DISPLAY "Aviso: mas de 200 cambios de umbral, solo se "
                       "revisan los primeros."
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       ANOTA-CAMBIO-UMBRAL.
           IF PA-VALOR-ANTES (1:9) IS NUMERIC
                   AND PA-VALOR-DESPUES (1:9) IS NUMERIC
               MOVE PA-VALOR-ANTES (1:9)   TO UMBRAL-ANTES
               MOVE PA-VALOR-DESPUES (1:9) TO UMBRAL-DESPUES
               IF UMB-COUNT < 200
                   ADD 1 TO UMB-COUNT
                   MOVE PA-OPERADOR    TO UC-OPERADOR (UMB-COUNT)
                   MOVE PA-TIMESTAMP   TO UC-TIMESTAMP (UMB-COUNT)
                   MOVE UMBRAL-ANTES   TO UC-ANTES (UMB-COUNT)
                   MOVE UMBRAL-DESPUES TO UC-DESPUES (UMB-COUNT)
                   IF UMBRAL-ANTES < UMBRAL-DESPUES
                       MOVE UMBRAL-ANTES   TO UC-LIMITE (UMB-COUNT)
                   ELSE
                       MOVE UMBRAL-DESPUES TO UC-LIMITE (UMB-COUNT)
                   END-IF
               ELSE
                   MOVE "S" TO TABLA-LLENA-SW
               END-IF
           END-IF.

       RECORRE-LEDGER.
           MOVE "N" TO TABLA-LLENA-SW
           OPEN INPUT CALC-LEDGER
           IF CL-STATUS NOT = "00"
               DISPLAY "No se encontro CALC-LEDGER (CALCLDGR.DAT)."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE "S" TO LEDGER-ABIERTO-SW
               READ CALC-LEDGER NEXT RECORD
                   AT END
                       MOVE "10" TO CL-STATUS
               END-READ
               PERFORM UNTIL CL-STATUS NOT = "00"
                   IF CL-FECHA-NEGOCIO > 0
                       MOVE CL-FECHA-NEGOCIO TO FECHA-APUNTE
                   ELSE
                       MOVE CL-TIMESTAMP (1:8) TO FECHA-APUNTE
                   END-IF
                   IF FECHA-APUNTE = FN-FECHA-NEGOCIO
                       ADD 1 TO APUNTES-LEIDOS
                       PERFORM TRATA-APUNTE
                   END-IF
                   READ CALC-LEDGER NEXT RECORD
                       AT END
                           MOVE "10" TO CL-STATUS
                   END-READ
               END-PERFORM
           END-IF
           IF TABLA-LLENA
               DISPLAY "Aviso: mas de 500 reversiones, solo se "
                       "revisan las primeras."
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

      *Los compensatorios de LEDGREV se guardan para leer despues su
      *apunte original; los apuntes normales se miran contra el
      *aprobador y contra los cambios de umbral.
       TRATA-APUNTE.
           IF CL-KEY-ORIGINAL NOT = SPACES
               IF REV-COUNT < 500
                   ADD 1 TO REV-COUNT
                   MOVE CL-KEY-ORIGINAL TO RV-KEY-ORIGINAL (REV-COUNT)
                   MOVE CL-OPERADOR-ID  TO RV-OPERADOR (REV-COUNT)
                   MOVE CL-TIMESTAMP    TO RV-TIMESTAMP (REV-COUNT)
                   MOVE CL-RESULTADO    TO RV-RESULTADO (REV-COUNT)
               ELSE
                   MOVE "S" TO TABLA-LLENA-SW
               END-IF
           ELSE
               IF CL-APROBADOR-ID NOT = SPACES
                   MOVE CL-OPERADOR-ID  TO OPERADOR-A
                   MOVE CL-APROBADOR-ID TO OPERADOR-B
                   PERFORM COMPRUEBA-MISMA-PERSONA
                   IF MISMA-PERSONA
                       PERFORM INFORMA-APROBACION-PROPIA
                   END-IF
               END-IF
               PERFORM COMPRUEBA-UMBRAL-APUNTE
           END-IF.

       COMPRUEBA-UMBRAL-APUNTE.
           MOVE CL-RESULTADO TO IMPORTE-APUNTE
           IF IMPORTE-APUNTE < 0
               COMPUTE IMPORTE-APUNTE = 0 - IMPORTE-APUNTE
           END-IF
           PERFORM VARYING UMB-IX FROM 1 BY 1
                   UNTIL UMB-IX > UMB-COUNT
               IF UC-TIMESTAMP (UMB-IX) < CL-TIMESTAMP
                       AND IMPORTE-APUNTE > UC-LIMITE (UMB-IX)
                   MOVE UC-OPERADOR (UMB-IX) TO OPERADOR-A
                   MOVE CL-OPERADOR-ID       TO OPERADOR-B
                   PERFORM COMPRUEBA-MISMA-PERSONA
                   IF MISMA-PERSONA
                       PERFORM INFORMA-UMBRAL-PROPIO
                   END-IF
               END-IF
           END-PERFORM.

       COMPRUEBA-REVERSIONES.
           IF LEDGER-ABIERTO
               PERFORM VARYING REV-IX FROM 1 BY 1
                       UNTIL REV-IX > REV-COUNT
                   MOVE RV-KEY-ORIGINAL (REV-IX) TO CL-KEY
                   READ CALC-LEDGER
                       INVALID KEY
                           MOVE "23" TO CL-STATUS
                       NOT INVALID KEY
                           MOVE CL-OPERADOR-ID       TO OPERADOR-A
                           MOVE RV-OPERADOR (REV-IX) TO OPERADOR-B
                           PERFORM COMPRUEBA-MISMA-PERSONA
                           IF MISMA-PERSONA
                               PERFORM INFORMA-REVERSO-PROPIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-LEDGER
           END-IF.

      *Las acciones de los pasos nocturnos llevan el programa como
      *supervisor y no casan con ninguna cuenta, asi que no salen.
      *Solo cuentan los cambios hechos en la fecha de negocio.
       RECORRE-AUTH-AUDIT.
           OPEN INPUT AUTH-AUDIT
           IF AUD-STATUS = "00"
               PERFORM UNTIL AUD-STATUS NOT = "00"
                   READ AUTH-AUDIT
                       AT END
                           MOVE "10" TO AUD-STATUS
                       NOT AT END
                           IF AU-TIMESTAMP (1:8) = FN-FECHA-NEGOCIO
                               PERFORM TRATA-CAMBIO-CUENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-AUDIT
           END-IF.

       TRATA-CAMBIO-CUENTA.
           MOVE AU-SUPERVISOR TO OPERADOR-A
           MOVE AU-OPERADOR   TO OPERADOR-B
           PERFORM COMPRUEBA-MISMA-PERSONA
           IF MISMA-PERSONA
               PERFORM INFORMA-AUTORIZACION-PROPIA
           END-IF.

      *Misma persona: el mismo operador, o dos cuentas distintas
      *vinculadas al mismo empleado.
       COMPRUEBA-MISMA-PERSONA.
           MOVE "N" TO MISMA-PERSONA-SW
           IF OPERADOR-A = SPACES OR OPERADOR-B = SPACES
               CONTINUE
           ELSE
               IF OPERADOR-A = OPERADOR-B
                   MOVE "S" TO MISMA-PERSONA-SW
               ELSE
                   IF AUTHOPS-ABIERTO
                       MOVE OPERADOR-A TO AO-OPERADOR
                       PERFORM BUSCA-EMPLEADO-CUENTA
                       MOVE AO-EMPLOYEE-ID TO EMPLEADO-A
                       MOVE OPERADOR-B TO AO-OPERADOR
                       PERFORM BUSCA-EMPLEADO-CUENTA
                       MOVE AO-EMPLOYEE-ID TO EMPLEADO-B
                       IF EMPLEADO-A > 0 AND EMPLEADO-A = EMPLEADO-B
                           MOVE "S" TO MISMA-PERSONA-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUSCA-EMPLEADO-CUENTA.
           READ AUTH-OPERATORS
               INVALID KEY
                   MOVE 0 TO AO-EMPLOYEE-ID
           END-READ
           IF AO-EMPLOYEE-ID NOT NUMERIC
               MOVE 0 TO AO-EMPLOYEE-ID
           END-IF.

       INFORMA-APROBACION-PROPIA.
           ADD 1 TO CONFLICTOS-APROB
           MOVE CL-RESULTADO TO RESULTADO-EDITADO
           MOVE SPACES TO RPT-LINE
           STRING "APROBACION PROPIA  Origen: " CL-OPERADOR-ID
                  "  Aprobador: " CL-APROBADOR-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    Apunte " CL-KEY-TIMESTAMP
                  " " CL-KEY-OPERADOR " " CL-KEY-TERMINAL
                  "  " CL-OPERACION "  " RESULTADO-EDITADO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "SOD-APROBACION" TO TIPO-CONFLICTO
           MOVE CL-OPERADOR-ID   TO OPERADOR-CONFLICTO
           MOVE CL-TIMESTAMP     TO INSTANTE-CONFLICTO
           PERFORM REGISTRA-EXCEPCION-CONFLICTO.

       INFORMA-UMBRAL-PROPIO.
           ADD 1 TO CONFLICTOS-UMBRAL
           MOVE CL-RESULTADO TO RESULTADO-EDITADO
           MOVE SPACES TO RPT-LINE
           STRING "UMBRAL PROPIO  Cambio de " UC-OPERADOR (UMB-IX)
                  " el " UC-TIMESTAMP (UMB-IX) (1:14)
                  " de " UC-ANTES (UMB-IX)
                  " a " UC-DESPUES (UMB-IX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    Apunte " CL-KEY-TIMESTAMP
                  " " CL-KEY-OPERADOR " " CL-KEY-TERMINAL
                  "  " CL-OPERACION "  " RESULTADO-EDITADO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "SOD-UMBRAL"     TO TIPO-CONFLICTO
           MOVE CL-OPERADOR-ID   TO OPERADOR-CONFLICTO
           MOVE CL-TIMESTAMP     TO INSTANTE-CONFLICTO
           PERFORM REGISTRA-EXCEPCION-CONFLICTO.

       INFORMA-REVERSO-PROPIO.
           ADD 1 TO CONFLICTOS-REVERSO
           MOVE CL-RESULTADO TO RESULTADO-EDITADO
           MOVE SPACES TO RPT-LINE
           STRING "REVERSO PROPIO  Apunte de " CL-OPERADOR-ID
                  "  Reversado por: " RV-OPERADOR (REV-IX)
                  " el " RV-TIMESTAMP (REV-IX) (1:14)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    Original " CL-KEY-TIMESTAMP
                  " " CL-KEY-OPERADOR " " CL-KEY-TERMINAL
                  "  " CL-OPERACION "  " RESULTADO-EDITADO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "SOD-REVERSO"        TO TIPO-CONFLICTO
           MOVE RV-OPERADOR (REV-IX)  TO OPERADOR-CONFLICTO
           MOVE RV-TIMESTAMP (REV-IX) TO INSTANTE-CONFLICTO
           PERFORM REGISTRA-EXCEPCION-CONFLICTO.

       INFORMA-AUTORIZACION-PROPIA.
           ADD 1 TO CONFLICTOS-AUTH
           MOVE SPACES TO RPT-LINE
           STRING "AUTORIZACION PROPIA  " AU-ACCION
                  " de " AU-SUPERVISOR " sobre " AU-OPERADOR
                  " en " AU-TERMINAL " el " AU-TIMESTAMP (1:14)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    Antes:   " AU-IMAGEN-ANTES " " AU-EMPLEADO-ANTES
                  " " AU-ENTRENAMIENTO-ANTES
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    Despues: " AU-IMAGEN-DESPUES " "
                  AU-EMPLEADO-DESPUES " " AU-ENTRENAMIENTO-DESPUES
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "SOD-AUTHMNT"    TO TIPO-CONFLICTO
           MOVE AU-SUPERVISOR    TO OPERADOR-CONFLICTO
           MOVE AU-TIMESTAMP     TO INSTANTE-CONFLICTO
           PERFORM REGISTRA-EXCEPCION-CONFLICTO.

       REGISTRA-EXCEPCION-CONFLICTO.
           MOVE "INFSEGR"      TO EX-PROGRAMA
           MOVE TIPO-CONFLICTO TO EX-CAMPO
           MOVE SPACES         TO EX-VALOR
           STRING OPERADOR-CONFLICTO " " INSTANTE-CONFLICTO (1:11)
               DELIMITED BY SIZE INTO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           MOVE "G"            TO EX-SEVERIDAD
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       ESCRIBE-TOTALES.
           MOVE SPACES TO RPT-LINE
           STRING "  Apuntes del dia revisados:    " APUNTES-LEIDOS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Aprobaciones propias:         " CONFLICTOS-APROB
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Reversos de lo propio:        " CONFLICTOS-REVERSO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Cambios a la propia cuenta:   " CONFLICTOS-AUTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Apuntes sobre umbral propio: " CONFLICTOS-UMBRAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INFSEGR.
