      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Alta de ajustes de periodos ya cerrados por CIERRMES:
      *          un supervisor indica el periodo cerrado que corrige,
      *          la causa del ajuste y su importe, y el ajuste se
      *          encola en OPSPEND.DAT con motivo A para que otro
      *          supervisor lo apruebe con OPSAPRB sea cual sea el
      *          importe; aprobado, entra en el libro con la fecha de
      *          negocio abierta y el periodo corregido queda en
      *          AJUSTES.DAT. El periodo cerrado no se reabre. Un
      *          operador con una delegacion de supervisor vigente en
      *          DELEGA.DAT puede actuar como supervisor; cada accion
      *          hecha asi queda estampada en DELEGUSO.LOG. La matriz
      *          de permisos de PERMCHK autoriza la entrada al
      *          programa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-PENDIENTES ASSIGN TO "OPSPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPS-PENDIENTES.
       COPY OPSPEND.
       WORKING-STORAGE SECTION.
       01  PEN-STATUS          PIC XX.
       01  PERIODO-X           PIC X(06).
       01  PERIODO REDEFINES PERIODO-X PIC 9(06).
       01  CAUSA               PIC X(02).
           88  CAUSA-VALIDA           VALUE "ER" "OM" "DU" "OT".
       01  IMPORTE-AJUSTE      PIC S9(07)V99.
       01  IMPORTE-EDITADO     PIC -9(07).99.
       01  DATO-VALIDO         PIC X VALUE "N".
           88  DATO-ES-VALIDO         VALUE "S".
       01  ENCOLADOS           PIC 9(03) VALUE 0.
       01  CONFIRMA            PIC X.
           88  CONFIRMADO             VALUE "S" "s".
       01  OTRO-AJUSTE         PIC X.
           88  HAY-OTRO-AJUSTE        VALUE "S" "s".
       01  CLAVE-OPERADOR      PIC X(08).
       01  ACCESO-PERMITIDO-SW PIC X VALUE "N".
           88  ACCESO-PERMITIDO       VALUE "S".
       01  NIVEL-ACTUAL        PIC X.
           88  NIVEL-SUPERVISION      VALUE "S" "A".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY OPERADOR.
       COPY JOBLOGR.
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY DELEGPRM.
       COPY FECHAPRM.
       COPY PERPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM CAPTURA-OPERADOR.
           IF NOT ACCESO-PERMITIDO
               DISPLAY "Acceso denegado, no se inicia la sesion."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           MOVE "*" TO PK-FUNCION
           PERFORM VERIFICA-PERMISO
           IF NOT PK-PERMITIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CONSULTA-DELEGACION.
           IF NOT NIVEL-SUPERVISION
               DISPLAY "Los ajustes de periodos cerrados estan "
                       "reservados a supervisores; tu nivel no lo "
                       "permite."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           MOVE FN-FECHA-NEGOCIO TO PC-FECHA
           CALL "PERCHK" USING PERCHK-PARM
           IF PC-PERIODO-CERRADO
               DISPLAY "La fecha de negocio " FN-FECHA-NEGOCIO
                       " pertenece a un periodo cerrado; no hay "
                       "periodo abierto donde registrar ajustes."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.

       ALTA-AJUSTES.
           PERFORM ALTA-AJUSTE
               THRU ALTA-AJUSTE-FIN.
           DISPLAY "Otro ajuste (S/N)? ".
           ACCEPT OTRO-AJUSTE.
           IF HAY-OTRO-AJUSTE
               GO TO ALTA-AJUSTES.
           DISPLAY "Ajustes encolados: " ENCOLADOS
                   ". Deben aprobarse con OPSAPRB por un supervisor "
                   "distinto.".

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "AJUSMNT"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "AJUSMNT"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       CAPTURA-OPERADOR.
           PERFORM CONSULTA-SESION-ACTIVA.
           IF NOT ACCESO-PERMITIDO
               DISPLAY "Introduce tu identificador de operador: "
               ACCEPT OP-OPERADOR-ID
               DISPLAY "Introduce el identificador de terminal: "
               ACCEPT OP-TERMINAL-ID
               PERFORM VALIDA-TERMINAL
               IF NOT TC-TERMINAL-VALIDO
                   DISPLAY "Terminal no registrado en "
                           "TERMREG.DAT, acceso denegado."
               ELSE
                   DISPLAY "Introduce tu clave de acceso: "
                   ACCEPT CLAVE-OPERADOR
                   MOVE FUNCTION CURRENT-DATE TO OP-TIMESTAMP
                   PERFORM VERIFICA-AUTORIZACION
               END-IF
           END-IF.

      *Si hay una sesion abierta por SIGNON se reutiliza su
      *identidad y su nivel sin volver a pedirlos.
       CONSULTA-SESION-ACTIVA.
           MOVE "C" TO SE-ACCION
           CALL "OPERSES" USING OPERSES-PARM
           IF SE-SESION-ACTIVA
               MOVE SE-OPERADOR-ID TO OP-OPERADOR-ID
               MOVE SE-TERMINAL-ID TO OP-TERMINAL-ID
               MOVE SE-NIVEL       TO NIVEL-ACTUAL
               MOVE FUNCTION CURRENT-DATE TO OP-TIMESTAMP
               MOVE "S" TO ACCESO-PERMITIDO-SW
               DISPLAY "Sesion activa de " OP-OPERADOR-ID
                       ", identificacion reutilizada."
           END-IF.

      *El terminal tecleado se valida contra el registro de
      *terminales; TERMCHK deja la excepcion cuando es desconocido.
       VALIDA-TERMINAL.
           MOVE "AJUSMNT"      TO TC-PROGRAMA
           MOVE OP-TERMINAL-ID TO TC-TERMINAL-ID
           CALL "TERMCHK" USING TERMCHK-PARM.

       VERIFICA-AUTORIZACION.
           MOVE "N" TO ACCESO-PERMITIDO-SW
           MOVE OP-OPERADOR-ID TO AC-OPERADOR-ID
           MOVE CLAVE-OPERADOR TO AC-PASSWORD
           MOVE OP-TERMINAL-ID TO AC-TERMINAL-ID
           CALL "AUTHCHK" USING AUTHCHK-PARM
           EVALUATE TRUE
               WHEN AC-AUTORIZADO
                   MOVE "S" TO ACCESO-PERMITIDO-SW
                   MOVE AC-NIVEL TO NIVEL-ACTUAL
               WHEN AC-CLAVE-ERRONEA
                   DISPLAY "Clave de acceso incorrecta."
               WHEN AC-BLOQUEADO
                   DISPLAY "La cuenta del operador esta bloqueada "
                           "tras varios intentos fallidos."
               WHEN AC-FUERA-HORARIO
                   DISPLAY "Acceso fuera de la ventana horaria "
                           "del turno del operador."
               WHEN AC-DESCONOCIDO
                   DISPLAY "Operador no encontrado en el fichero "
                           "de autorizaciones."
               WHEN AC-ERROR-FICHERO
                   DISPLAY "Aviso: no se pudo abrir el fichero de "
                           "operadores autorizados."
               WHEN OTHER
                   DISPLAY "Operador no autorizado."
           END-EVALUATE.

      *La matriz de permisos decide si el operador puede usar este
      *programa; la denegacion la registra PERMCHK en
      *SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "AJUSMNT"      TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de AJUSMNT."
           END-IF.

      *Solo se ajustan periodos que CIERRMES dejo cerrados; lo que
      *cae en un periodo abierto se corrige con un apunte normal o
      *con la reversion de LEDGREV.
       ALTA-AJUSTE.
           DISPLAY "Periodo cerrado que se corrige (AAAAMM): ".
           ACCEPT PERIODO-X.
           IF PERIODO-X NOT NUMERIC
                   OR PERIODO-X (5:2) < "01"
                   OR PERIODO-X (5:2) > "12"
               DISPLAY "Periodo no valido."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-AJUSTE-FIN.
           COMPUTE PC-FECHA = PERIODO * 100 + 1
           CALL "PERCHK" USING PERCHK-PARM
           IF NOT PC-PERIODO-CERRADO
               DISPLAY "El periodo " PERIODO-X " no esta cerrado; "
                       "corrigelo con un apunte normal."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-AJUSTE-FIN.
           DISPLAY "Causa del ajuste:".
           DISPLAY "  ER. Error de calculo".
           DISPLAY "  OM. Apunte omitido".
           DISPLAY "  DU. Apunte duplicado".
           DISPLAY "  OT. Otra causa".
           ACCEPT CAUSA.
           IF NOT CAUSA-VALIDA
               DISPLAY "Causa no valida."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-AJUSTE-FIN.
           MOVE "N" TO DATO-VALIDO
           PERFORM UNTIL DATO-ES-VALIDO
               DISPLAY "Importe del ajuste con signo (dos decimales "
                       "implicitos): "
               ACCEPT IMPORTE-AJUSTE
               IF IMPORTE-AJUSTE IS NUMERIC
                       AND IMPORTE-AJUSTE NOT = 0
                   MOVE "S" TO DATO-VALIDO
               ELSE
                   DISPLAY "Importe no valido, introduce un numero "
                           "distinto de cero."
               END-IF
           END-PERFORM.
           MOVE IMPORTE-AJUSTE TO IMPORTE-EDITADO
           DISPLAY "Ajuste de " IMPORTE-EDITADO " al periodo "
                   PERIODO-X " por causa " CAUSA
                   ", registrado con fecha " FN-FECHA-NEGOCIO ".".
           DISPLAY "Confirmas el ajuste (S/N)? ".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "Ajuste cancelado por el operador."
               GO TO ALTA-AJUSTE-FIN.
           PERFORM GRABA-AJUSTE-PENDIENTE.
           IF PEN-STATUS NOT = "00"
               DISPLAY "No se pudo encolar el ajuste en OPSPEND.DAT. "
                       "Estado: " PEN-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO ALTA-AJUSTE-FIN.
           ADD 1 TO ENCOLADOS
           DISPLAY "Ajuste encolado pendiente de aprobacion."
           MOVE SPACES TO DP-DETALLE
           STRING "AJUSTE " PERIODO-X " " CAUSA " " IMPORTE-EDITADO
               DELIMITED BY SIZE INTO DP-DETALLE
           PERFORM ESTAMPA-DELEGACION.

       ALTA-AJUSTE-FIN.
           EXIT.

      *El ajuste viaja por la cola de doble control como una
      *operacion AJUSTE sin operandos cuyo resultado es el importe.
       GRABA-AJUSTE-PENDIENTE.
           MOVE 0                TO PQ-NUM1
           MOVE 0                TO PQ-NUM2
           MOVE "A"              TO PQ-OPERACION
           MOVE IMPORTE-AJUSTE   TO PQ-RESULTADO
           MOVE OP-OPERADOR-ID   TO PQ-OPERADOR-ID
           MOVE OP-TERMINAL-ID   TO PQ-TERMINAL-ID
           MOVE FN-FECHA-NEGOCIO TO PQ-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE TO PQ-TIMESTAMP
           MOVE "P"              TO PQ-ESTADO
           MOVE "A"              TO PQ-MOTIVO
           MOVE SPACES           TO PQ-ORDEN-ID
           MOVE PERIODO          TO PQ-PERIODO-AJUSTE
           MOVE CAUSA            TO PQ-CAUSA-AJUSTE
           OPEN EXTEND OPS-PENDIENTES
           IF PEN-STATUS = "35"
               OPEN OUTPUT OPS-PENDIENTES
               CLOSE OPS-PENDIENTES
               OPEN EXTEND OPS-PENDIENTES
           END-IF
           IF PEN-STATUS = "00"
               WRITE PENDIENTE-RECORD
               CLOSE OPS-PENDIENTES
           END-IF.

      *Un operador sin nivel de supervisor actua como tal mientras
      *tenga vigente una delegacion de DELEGA.DAT; cada accion hecha
      *asi queda estampada en DELEGUSO.LOG con quien delego.
       CONSULTA-DELEGACION.
           IF NOT NIVEL-SUPERVISION
               MOVE "C"            TO DP-ACCION
               MOVE OP-OPERADOR-ID TO DP-OPERADOR-ID
               CALL "DELEGCHK" USING DELEGCHK-PARM
               IF DP-DELEGADO
                   MOVE "S" TO NIVEL-ACTUAL
                   DISPLAY "Actuas por delegacion de " DP-DELEGANTE
                           " hasta el " DP-FECHA-HASTA "."
               END-IF
           END-IF.

       ESTAMPA-DELEGACION.
           IF DP-DELEGADO
               MOVE "R" TO DP-ACCION
               MOVE "AJUSMNT" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

       END PROGRAM AJUSMNT.
