      *          registros del lote, corrige o descarta los que haga
      *          falta y carga el lote entero en EMPMAST.DAT en un
      *          unico paso confirmado; solo esa carga final pasa por
      *          el diario JRNLWR, la escena no. Un operador con una
      *          delegacion de supervisor vigente en DELEGA.DAT puede
      *          actuar como supervisor; cada accion hecha asi queda
      *          estampada en DELEGUSO.LOG. La matriz de permisos de
      *          PERMCHK autoriza la entrada al programa. Las altas que
      *          el lote marco como posible reingreso se ofrecen al
      *          supervisor y, si las confirma, REINGRES reactiva el
      *          identificador original en lugar de crear uno nuevo. Los
      *          identificadores de empleado los emite el servicio de
      *          numeracion SECASIG. Una cuenta de formacion revisa y
      *          carga en modo de entrenamiento los lotes de
      *          ENTEMPSTAGE.DAT en ENTEMPMAST.DAT, sin diario, sin
      *          reingresos y con identificadores del contador
      *          ENTEMPCTR.DAT en lugar de SECASIG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-STAGING ASSIGN TO DYNAMIC NF-EMPSTAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC NF-EMPMAST
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
           SELECT EMP-COUNTER ASSIGN TO DYNAMIC NF-EMPCTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ECT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-STAGING.
       COPY EMPSTAGE.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  EMP-COUNTER.
       01  EMP-COUNTER-RECORD       PIC 9(06).
       WORKING-STORAGE SECTION.
       01  STG-STATUS          PIC XX.
       01  EM-STATUS           PIC XX.
       01  DEP-STATUS          PIC XX.
       01  ECT-STATUS          PIC XX.
       01  LOTE-PEDIDO-X       PIC X(06).
       01  LOTE-PEDIDO REDEFINES LOTE-PEDIDO-X PIC 9(06).
       01  NOMBRE              PIC X(13).
           88  DECIDE-DESCARTA        VALUE "D" "d".
       01  CONFIRMA            PIC X.
           88  CARGA-CONFIRMADA       VALUE "S" "s".
       01  CONFIRMA-REINGRESO  PIC X.
       01  STG-COUNT           PIC 9(03) VALUE 0.
       01  ESCENA-DESBORDADA-SW PIC X VALUE "N".
           88  ESCENA-DESBORDADA      VALUE "S".
           05  STG-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON STG-COUNT
                   INDEXED BY STG-IX.
               10  ST-REGISTRO    PIC X(77).
               10  ST-DISPOSICION PIC X.
                   88  ST-DEL-LOTE      VALUE "L".
                   88  ST-DESCARTADO    VALUE "D".
       COPY AUTHPRM.
       COPY SESPRM.
       COPY TERMPRM.
       COPY PERMPRM.
       COPY DELEGPRM.
       COPY EDADCAL.
       COPY FECHAPRM.
       COPY LOCKPRM.
       COPY SECPRM.
       COPY JRNLPRM.
       COPY REINGPRM.
       COPY ENTFICH.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
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
               DISPLAY "La revision de lotes en escena esta "
                       "reservada a supervisores."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM MUESTRA-AVISO-ENTRENAMIENTO.
           DISPLAY "Numero de lote a revisar: ".
           ACCEPT LOTE-PEDIDO-X.
           IF LOTE-PEDIDO-X NOT NUMERIC
               PERFORM REGRABA-ESCENA
               DISPLAY "Lote " LOTE-PEDIDO " cargado. Altas: "
                       CARGADOS " Descartes: " DESCARTADOS "."
               MOVE SPACES TO DP-DETALLE
               STRING "CARGA LOTE " LOTE-PEDIDO
                   DELIMITED BY SIZE INTO DP-DETALLE
               PERFORM ESTAMPA-DELEGACION
           ELSE
               DISPLAY "Carga no confirmada: el lote sigue en "
                       "escena con las correcciones hechas."
               MOVE "S" TO ACCESO-PERMITIDO-SW
               DISPLAY "Sesion activa de " OP-OPERADOR-ID
                       ", identificacion reutilizada."
               IF SE-EN-ENTRENAMIENTO
                   PERFORM ACTIVA-ENTRENAMIENTO
               END-IF
           END-IF.

      *El terminal tecleado se valida contra el registro de
               WHEN AC-AUTORIZADO
                   MOVE "S" TO ACCESO-PERMITIDO-SW
                   MOVE AC-NIVEL TO NIVEL-ACTUAL
                   IF AC-EN-ENTRENAMIENTO
                       PERFORM ACTIVA-ENTRENAMIENTO
                   END-IF
               WHEN AC-CLAVE-ERRONEA
                   DISPLAY "Clave de acceso incorrecta."
               WHEN AC-BLOQUEADO
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
           MOVE "EMPSTREV"     TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de EMPSTREV."
           END-IF.

       ADQUIERE-CERROJO-MAESTRO.
           MOVE "E"            TO LK-ACCION
           IF MODO-ENTRENAMIENTO
               MOVE "ENTEMPMAST" TO LK-RECURSO
           ELSE
               MOVE "EMPMAST"    TO LK-RECURSO
           END-IF
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-OCUPADO

       LIBERA-CERROJO-MAESTRO.
           MOVE "D"            TO LK-ACCION
           IF MODO-ENTRENAMIENTO
               MOVE "ENTEMPMAST" TO LK-RECURSO
           ELSE
               MOVE "EMPMAST"    TO LK-RECURSO
           END-IF
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM.

           DISPLAY "  Apellidos:    " SG-APELLIDOS.
           DISPLAY "  Nacimiento:   " SG-FECHA-NACIMIENTO.
           DISPLAY "  Departamento: " SG-DEPARTAMENTO.
           IF SG-REINGRESO-ID IS NUMERIC AND SG-REINGRESO-ID > 0
                   AND NOT MODO-ENTRENAMIENTO
               PERFORM OFRECE-REINGRESO
           END-IF.
           DISPLAY "Decision: M mantener, C corregir, D descartar: "
           ACCEPT DECISION
           EVALUATE TRUE
                   CONTINUE
           END-EVALUATE.

      *El lote encontro un antiguo empleado dado de baja con los
      *mismos datos; si el supervisor no confirma el reingreso el
      *registro se carga como alta nueva y pasa la deteccion de
      *duplicados.
       OFRECE-REINGRESO.
           DISPLAY "  Reingreso del empleado " SG-REINGRESO-ID
           DISPLAY "Reactivar su registro en lugar de un alta nueva "
                   "(S/N)? "
           ACCEPT CONFIRMA-REINGRESO
           IF CONFIRMA-REINGRESO NOT = "S"
                   AND CONFIRMA-REINGRESO NOT = "s"
               MOVE 0 TO SG-REINGRESO-ID
               MOVE STAGE-RECORD TO ST-REGISTRO (STG-IX)
           END-IF.

      *Las correcciones pasan por las mismas validaciones que el
      *lote; un valor invalido se rechaza y se mantiene el anterior.
       CORRIGE-REGISTRO.
               END-IF
           END-PERFORM.

      *En entrenamiento no hay reingresos: REINGRES reactiva en el
      *maestro real, asi que todo entra como alta nueva.
       CARGA-REGISTRO-MAESTRO.
           IF SG-REINGRESO-ID IS NUMERIC AND SG-REINGRESO-ID > 0
                   AND NOT MODO-ENTRENAMIENTO
               PERFORM CARGA-REINGRESO
           ELSE
               PERFORM CARGA-ALTA-NUEVA
           END-IF.

      *REINGRES relee el antiguo registro: si ya no esta de baja o la
      *fecha de negocio es anterior a su baja, el registro se
      *descarta para revisarlo aparte.
       CARGA-REINGRESO.
           MOVE "R"              TO RI-ACCION
           MOVE SG-REINGRESO-ID  TO RI-EMPLOYEE-ID
           MOVE FN-FECHA-NEGOCIO TO RI-FECHA-REINGRESO
           MOVE SG-DEPARTAMENTO  TO RI-DEPARTAMENTO
           MOVE SG-EDAD          TO RI-EDAD
           MOVE SG-OPERADOR-ID   TO RI-OPERADOR-ID
           MOVE SG-TERMINAL-ID   TO RI-TERMINAL-ID
           MOVE "EMPSTREV"       TO RI-PROGRAMA
           CALL "REINGRES" USING REINGRES-PARM
           IF RI-CORRECTO
               DISPLAY "Reactivado el empleado " SG-REINGRESO-ID
                       " " SG-NOMBRE " " SG-APELLIDOS
               ADD 1 TO CARGADOS
           ELSE
               DISPLAY "Descartado, no se pudo reactivar el empleado "
                       SG-REINGRESO-ID " (" RI-RESULTADO ")."
               MOVE "D" TO ST-DISPOSICION (STG-IX)
               ADD 1 TO DESCARTADOS
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

       CARGA-ALTA-NUEVA.
           MOVE SG-NOMBRE    TO NOMBRE
           MOVE SG-APELLIDOS TO APELLIDOS
           PERFORM DETECTA-DUPLICADO
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               PERFORM GENERA-ID-EMPLEADO
               IF EMPLOYEE-ID > 0
                   PERFORM GRABA-EMPLEADO
                   ADD 1 TO CARGADOS
               ELSE
                   DISPLAY "Sin identificador para " SG-NOMBRE " "
                           SG-APELLIDOS ": queda en escena."
                   MOVE "O" TO ST-DISPOSICION (STG-IX)
               END-IF
           END-IF.

      *Busqueda por la clave alternativa de apellidos: solo se
               CLOSE EMPLOYEE-MASTER
           END-IF.

      *El identificador lo emite el servicio de numeracion SECASIG
      *en la secuencia EMPLEADO; cero si no se pudo obtener. En
      *entrenamiento sale del contador ENTEMPCTR.DAT que prepara
      *ENTRESET, sin consumir la numeracion real.
       GENERA-ID-EMPLEADO.
           IF MODO-ENTRENAMIENTO
               PERFORM ASIGNA-ID-ENTRENAMIENTO
           ELSE
               MOVE "A"            TO SC-ACCION
               MOVE "EMPLEADO"     TO SC-SECUENCIA
               MOVE "EMPSTREV"     TO SC-PROGRAMA
               MOVE OP-OPERADOR-ID TO SC-OPERADOR-ID
               CALL "SECASIG" USING SECASIG-PARM
               IF SC-CORRECTO
                   MOVE SC-NUMERO TO EMPLOYEE-ID
               ELSE
                   DISPLAY "No se pudo obtener identificador de "
                           "empleado de SECASIG (" SC-RESULTADO ")."
                   MOVE 0 TO EMPLOYEE-ID
                   MOVE 8 TO CODIGO-RETORNO
               END-IF
           END-IF.

       ASIGNA-ID-ENTRENAMIENTO.
           OPEN I-O EMP-COUNTER
           IF ECT-STATUS = "35"
               OPEN OUTPUT EMP-COUNTER
               MOVE 1 TO EMP-COUNTER-RECORD
               WRITE EMP-COUNTER-RECORD
               CLOSE EMP-COUNTER
               OPEN I-O EMP-COUNTER
               READ EMP-COUNTER
           ELSE
               READ EMP-COUNTER
                   AT END
                       MOVE 1 TO EMP-COUNTER-RECORD
               END-READ
           END-IF
           MOVE EMP-COUNTER-RECORD TO EMPLOYEE-ID
           ADD 1 TO EMP-COUNTER-RECORD
           REWRITE EMP-COUNTER-RECORD
           CLOSE EMP-COUNTER.

       GRABA-EMPLEADO.
               DISPLAY "Aviso: no se pudo registrar en EMPLOYEE-MASTER."
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               IF NOT MODO-ENTRENAMIENTO
                   PERFORM REGISTRA-DIARIO-EMPLEADO
               END-IF
           END-IF
           CLOSE EMPLOYEE-MASTER.

           END-PERFORM
           CLOSE EMP-STAGING.

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
           IF DP-DELEGADO AND NOT MODO-ENTRENAMIENTO
               MOVE "R" TO DP-ACCION
               MOVE "EMPSTREV" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

      *Cuenta de formacion: cada fichero de negocio pasa a su copia
      *ENT (ENTFICH) y desde aqui nada llega al diario ni a los
      *ficheros reales.
       ACTIVA-ENTRENAMIENTO.
           MOVE "S" TO ENTRENAMIENTO-SW
           PERFORM VARYING NF-IX FROM 1 BY 1 UNTIL NF-IX > NF-TOTAL
               MOVE NF-NOMBRE (NF-IX) TO NF-AUXILIAR
               MOVE SPACES TO NF-NOMBRE (NF-IX)
               STRING "ENT" NF-AUXILIAR DELIMITED BY SPACE
                   INTO NF-NOMBRE (NF-IX)
           END-PERFORM
           DISPLAY NF-AVISO.

       MUESTRA-AVISO-ENTRENAMIENTO.
           IF MODO-ENTRENAMIENTO
               DISPLAY NF-AVISO
           END-IF.

       END PROGRAM EMPSTREV.
