      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Mantenimiento del historial de retribucion
      *          SALARIOS.DAT: consulta por empleado, alta de un
      *          salario base con su fecha efectiva, grado y motivo
      *          (alta, subida, promocion o revision), correccion y
      *          borrado de registros grabados por error. Reservado a
      *          supervisores (o a quien tenga su delegacion vigente);
      *          cada cambio queda con imagen antes/despues en
      *          SALAUD.LOG y en el diario por JRNLWR, como en EMPMNT.
      *          No admite fechas efectivas anteriores al alta ni
      *          posteriores a la baja del empleado. La matriz de
      *          permisos de PERMCHK autoriza la entrada y cada
      *          funcion del menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALARIOS-FILE ASSIGN TO "SALARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CLAVE
               FILE STATUS IS SA-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT SAL-AUDIT ASSIGN TO "SALAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALARIOS-FILE.
       COPY SALARIOS.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  SAL-AUDIT.
       COPY SALAUD.
       WORKING-STORAGE SECTION.
       01  SA-STATUS           PIC XX.
       01  EM-STATUS           PIC XX.
       01  AUD-STATUS          PIC XX.
       01  OPCION              PIC X.
           88  OPCION-CONSULTA        VALUE "1".
           88  OPCION-ALTA            VALUE "2".
           88  OPCION-CORRIGE         VALUE "3".
           88  OPCION-ELIMINA         VALUE "4".
           88  OPCION-SALIR           VALUE "5".
       01  EMPLEADO-PEDIDO     PIC 9(06).
       01  EMPLEADO-SW         PIC X VALUE "N".
           88  EMPLEADO-EXISTE        VALUE "S".
       01  EXISTE-REGISTRO     PIC X VALUE "N".
           88  REGISTRO-EXISTE        VALUE "S".
       01  IMAGEN-ANTES        PIC X(100).
       01  FECHA-ENTRADA-X     PIC X(08).
       01  FECHA-ENTRADA REDEFINES FECHA-ENTRADA-X PIC 9(08).
       01  DATO-VALIDO         PIC X VALUE "N".
           88  DATO-ES-VALIDO         VALUE "S".
       01  SALARIO-ENTRADA     PIC 9(07)V99.
       01  GRADO-ENTRADA       PIC X(03).
       01  MOTIVO-ENTRADA      PIC X(02).
           88  MOTIVO-ENTRADA-VALIDO  VALUE "AL" "SU" "PR" "RV".
       01  SALARIO-EDITADO     PIC Z(06)9.99.
       01  SALARIO-VIGENTE     PIC 9(07)V99.
       01  FECHA-VIGENTE       PIC 9(08).
       01  LISTADOS            PIC 9(03) VALUE 0.
       01  CONFIRMA            PIC X.
           88  CONFIRMADO             VALUE "S" "s".
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
       COPY LOCKPRM.
       COPY JRNLPRM.
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
               DISPLAY "Los datos de retribucion estan reservados a "
                       "supervisores; tu nivel no lo permite."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM ADQUIERE-CERROJO-SALARIOS.
           IF NOT LK-CONCEDIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM ABRE-SALARIOS.
           IF SA-STATUS NOT = "00"
               DISPLAY "No se pudo abrir SALARIOS.DAT. Estado: "
                       SA-STATUS
               MOVE 8 TO CODIGO-RETORNO
               PERFORM LIBERA-CERROJO-SALARIOS
               GO TO FINALIZAR-PROGRAMA.

       MENU-MANTENIMIENTO.
           DISPLAY "Mantenimiento del historial de retribucion:".
           DISPLAY "  1. Consultar historial de un empleado".
           DISPLAY "  2. Nuevo salario con fecha efectiva".
           DISPLAY "  3. Corregir un registro".
           DISPLAY "  4. Eliminar un registro grabado por error".
           DISPLAY "  5. Salir".
           ACCEPT OPCION.
           PERFORM VERIFICA-PERMISO-OPCION.
           IF NOT PK-PERMITIDO
               GO TO MENU-MANTENIMIENTO.
           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   PERFORM CONSULTA-HISTORIAL
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-ALTA
                   PERFORM ALTA-SALARIO
                       THRU ALTA-SALARIO-FIN
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-CORRIGE
                   PERFORM CORRIGE-SALARIO
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-ELIMINA
                   PERFORM ELIMINA-SALARIO
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 5."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-MANTENIMIENTO
           END-EVALUATE.
           CLOSE SALARIOS-FILE.
           PERFORM LIBERA-CERROJO-SALARIOS.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "SALMNT"             TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "SALMNT"             TO JL-PROGRAM-ID
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
           MOVE "SALMNT"       TO TC-PROGRAMA
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
      *programa y cada funcion del menu; la denegacion la registra
      *PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "SALMNT"       TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de SALMNT."
           END-IF.

      *Cada opcion del menu es una funcion de la matriz; salir y
      *las opciones no validas no se controlan.
       VERIFICA-PERMISO-OPCION.
           MOVE "S" TO PK-RESULTADO
           EVALUATE TRUE
               WHEN OPCION-CONSULTA
                   MOVE "CONSULTA"    TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ALTA
                   MOVE "ALTA"        TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-CORRIGE
                   MOVE "CORRIGE"     TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
               WHEN OPCION-ELIMINA
                   MOVE "ELIMINA"     TO PK-FUNCION
                   PERFORM VERIFICA-PERMISO
           END-EVALUATE.

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
               MOVE "SALMNT" TO DP-PROGRAMA
               CALL "DELEGCHK" USING DELEGCHK-PARM
           END-IF.

       ADQUIERE-CERROJO-SALARIOS.
           MOVE "E"            TO LK-ACCION
           MOVE "SALARIOS"     TO LK-RECURSO
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF LK-OCUPADO
               DISPLAY "Recurso SALARIOS ocupado por operador "
                       LK-OPERADOR-DUENO " desde " LK-HORA-DUENO
                       ", intentalo mas tarde."
           END-IF.

       LIBERA-CERROJO-SALARIOS.
           MOVE "D"            TO LK-ACCION
           MOVE "SALARIOS"     TO LK-RECURSO
           MOVE OP-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM.

       ABRE-SALARIOS.
           OPEN I-O SALARIOS-FILE
           IF SA-STATUS = "35"
               OPEN OUTPUT SALARIOS-FILE
               CLOSE SALARIOS-FILE
               OPEN I-O SALARIOS-FILE
           END-IF.

      *El empleado se lee del maestro solo para validar y mostrar;
      *el maestro no se bloquea ni se modifica.
       PIDE-EMPLEADO.
           DISPLAY "Identificador del empleado: ".
           ACCEPT EMPLEADO-PEDIDO.
           MOVE "N" TO EMPLEADO-SW
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir EMPMAST.DAT. Estado: "
                       EM-STATUS
           ELSE
               MOVE EMPLEADO-PEDIDO TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "No existe el empleado "
                               EMPLEADO-PEDIDO " en EMPMAST.DAT."
                   NOT INVALID KEY
                       MOVE "S" TO EMPLEADO-SW
                       DISPLAY "  " EM-EMPLOYEE-ID "  " EM-NOMBRE
                               " " EM-APELLIDOS "  Dpto: "
                               EM-DEPARTAMENTO
                       DISPLAY "  Estado: " EM-ESTADO
                               "  Alta: " EM-FECHA-ALTA
                               "  Baja: " EM-FECHA-BAJA
               END-READ
               CLOSE EMPLOYEE-MASTER
           END-IF.

       PIDE-FECHA-EFECTIVA.
           MOVE "N" TO DATO-VALIDO
           DISPLAY "Fecha efectiva AAAAMMDD (en blanco, la fecha de "
                   "negocio " FN-FECHA-NEGOCIO "): "
           MOVE SPACES TO FECHA-ENTRADA-X
           ACCEPT FECHA-ENTRADA-X
           IF FECHA-ENTRADA-X = SPACES
               MOVE FN-FECHA-NEGOCIO TO FECHA-ENTRADA
           END-IF
           IF FECHA-ENTRADA-X IS NUMERIC
               IF FUNCTION INTEGER-OF-DATE (FECHA-ENTRADA) > 0
                   MOVE "S" TO DATO-VALIDO
               END-IF
           END-IF
           IF NOT DATO-ES-VALIDO
               DISPLAY "Fecha no valida."
           END-IF.

       LEE-REGISTRO.
           MOVE "N" TO EXISTE-REGISTRO
           MOVE SPACES TO IMAGEN-ANTES
           MOVE EMPLEADO-PEDIDO TO SA-EMPLOYEE-ID
           MOVE FECHA-ENTRADA   TO SA-FECHA-EFECTIVA
           READ SALARIOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE-REGISTRO
                   MOVE SALARIO-RECORD TO IMAGEN-ANTES
           END-READ.

       CONSULTA-HISTORIAL.
           PERFORM PIDE-EMPLEADO.
           IF NOT EMPLEADO-EXISTE
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE 0 TO LISTADOS
               MOVE EMPLEADO-PEDIDO TO SA-EMPLOYEE-ID
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
                       IF SA-EMPLOYEE-ID NOT = EMPLEADO-PEDIDO
                           MOVE "10" TO SA-STATUS
                       ELSE
                           MOVE SA-SALARIO-BASE TO SALARIO-EDITADO
                           DISPLAY "  Desde " SA-FECHA-EFECTIVA
                                   "  Salario: " SALARIO-EDITADO
                                   "  Grado: " SA-GRADO
                                   "  Motivo: " SA-MOTIVO
                                   "  Por: " SA-OPERADOR-ID
                           ADD 1 TO LISTADOS
                           READ SALARIOS-FILE NEXT RECORD
                               AT END
                                   MOVE "10" TO SA-STATUS
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               IF LISTADOS = 0
                   DISPLAY "El empleado no tiene historial de "
                           "retribucion."
               END-IF
               MOVE "00" TO SA-STATUS
           END-IF.

      *Salario que rige el dia anterior a FECHA-ENTRADA, para
      *mostrar la variacion del nuevo.
       BUSCA-SALARIO-VIGENTE.
           MOVE 0 TO SALARIO-VIGENTE
           MOVE 0 TO FECHA-VIGENTE
           MOVE EMPLEADO-PEDIDO TO SA-EMPLOYEE-ID
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
                   IF SA-EMPLOYEE-ID NOT = EMPLEADO-PEDIDO
                           OR SA-FECHA-EFECTIVA >= FECHA-ENTRADA
                       MOVE "10" TO SA-STATUS
                   ELSE
                       MOVE SA-SALARIO-BASE   TO SALARIO-VIGENTE
                       MOVE SA-FECHA-EFECTIVA TO FECHA-VIGENTE
                       READ SALARIOS-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO SA-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           MOVE "00" TO SA-STATUS.

      *El salario ha de caer dentro del periodo de servicio vigente
      *del empleado: desde el alta y, si esta de baja, antes de la
      *baja, que es la que corta el coste.
       ALTA-SALARIO.
           PERFORM PIDE-EMPLEADO.
           IF NOT EMPLEADO-EXISTE
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           IF EM-BAJA-POR-FUSION
               DISPLAY "El registro se fusiono con el empleado "
                       EM-FUSIONADO-CON "; usa ese identificador."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           PERFORM PIDE-FECHA-EFECTIVA.
           IF NOT DATO-ES-VALIDO
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           IF FECHA-ENTRADA < EM-FECHA-ALTA
               DISPLAY "La fecha efectiva es anterior al alta del "
                       "empleado (" EM-FECHA-ALTA ")."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           IF EM-DE-BAJA AND FECHA-ENTRADA >= EM-FECHA-BAJA
               DISPLAY "El empleado esta de baja desde el "
                       EM-FECHA-BAJA "; no hay coste despues."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           PERFORM LEE-REGISTRO.
           IF REGISTRO-EXISTE
               DISPLAY "Ya hay un registro con fecha efectiva "
                       FECHA-ENTRADA "; usa la opcion de corregir."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           PERFORM BUSCA-SALARIO-VIGENTE.
           IF FECHA-VIGENTE > 0
               MOVE SALARIO-VIGENTE TO SALARIO-EDITADO
               DISPLAY "Salario vigente desde el " FECHA-VIGENTE
                       ": " SALARIO-EDITADO
           ELSE
               DISPLAY "Primer salario del empleado."
           END-IF.
           DISPLAY "Salario base anual (dos decimales implicitos): ".
           ACCEPT SALARIO-ENTRADA.
           IF SALARIO-ENTRADA NOT NUMERIC OR SALARIO-ENTRADA = 0
               DISPLAY "Salario no valido."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           DISPLAY "Grado retributivo: ".
           ACCEPT GRADO-ENTRADA.
           IF GRADO-ENTRADA = SPACES
               DISPLAY "El grado es obligatorio."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           DISPLAY "Motivo (AL alta, SU subida, PR promocion, RV "
                   "revision): ".
           ACCEPT MOTIVO-ENTRADA.
           IF NOT MOTIVO-ENTRADA-VALIDO
               DISPLAY "Motivo no valido."
               MOVE 4 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           MOVE SALARIO-ENTRADA TO SALARIO-EDITADO
           DISPLAY "Salario " SALARIO-EDITADO " grado " GRADO-ENTRADA
                   " motivo " MOTIVO-ENTRADA " desde el "
                   FECHA-ENTRADA ".".
           DISPLAY "Confirmas el alta (S/N)? ".
           ACCEPT CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "Alta cancelada por el operador."
               GO TO ALTA-SALARIO-FIN.
           MOVE EMPLEADO-PEDIDO  TO SA-EMPLOYEE-ID
           MOVE FECHA-ENTRADA    TO SA-FECHA-EFECTIVA
           MOVE SALARIO-ENTRADA  TO SA-SALARIO-BASE
           MOVE GRADO-ENTRADA    TO SA-GRADO
           MOVE MOTIVO-ENTRADA   TO SA-MOTIVO
           MOVE OP-OPERADOR-ID   TO SA-OPERADOR-ID
           MOVE OP-TERMINAL-ID   TO SA-TERMINAL-ID
           MOVE FUNCTION CURRENT-DATE TO SA-TIMESTAMP
           WRITE SALARIO-RECORD
           IF SA-STATUS NOT = "00"
               DISPLAY "No se pudo grabar el salario. Estado: "
                       SA-STATUS
               MOVE 8 TO CODIGO-RETORNO
               GO TO ALTA-SALARIO-FIN.
           MOVE "WRITE" TO JR-OPERACION
           PERFORM REGISTRA-DIARIO-SALARIO
           MOVE "ALTA" TO SU-ACCION
           MOVE SALARIO-RECORD TO SU-IMAGEN-DESPUES
           PERFORM GRABA-AUDITORIA
           DISPLAY "Salario grabado."
           MOVE SPACES TO DP-DETALLE
           STRING "SALARIO ALTA " EMPLEADO-PEDIDO " " FECHA-ENTRADA
               DELIMITED BY SIZE INTO DP-DETALLE
           PERFORM ESTAMPA-DELEGACION.

       ALTA-SALARIO-FIN.
           EXIT.

      *Correccion de un registro mal grabado: la fecha efectiva es
      *la clave y no se cambia; para moverla se borra y se da de
      *alta otro.
       CORRIGE-SALARIO.
           PERFORM PIDE-EMPLEADO.
           IF EMPLEADO-EXISTE
               PERFORM PIDE-FECHA-EFECTIVA
           END-IF
           IF NOT EMPLEADO-EXISTE OR NOT DATO-ES-VALIDO
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               PERFORM LEE-REGISTRO
               IF NOT REGISTRO-EXISTE
                   DISPLAY "No hay registro con fecha efectiva "
                           FECHA-ENTRADA "."
                   MOVE 4 TO CODIGO-RETORNO
               ELSE
                   MOVE SA-SALARIO-BASE TO SALARIO-EDITADO
                   DISPLAY "Salario: " SALARIO-EDITADO
                           "  Grado: " SA-GRADO
                           "  Motivo: " SA-MOTIVO
                   DISPLAY "Nuevo salario (cero para mantener): "
                   ACCEPT SALARIO-ENTRADA
                   IF SALARIO-ENTRADA IS NUMERIC
                           AND SALARIO-ENTRADA > 0
                       MOVE SALARIO-ENTRADA TO SA-SALARIO-BASE
                   END-IF
                   DISPLAY "Nuevo grado (espacios para mantener): "
                   MOVE SPACES TO GRADO-ENTRADA
                   ACCEPT GRADO-ENTRADA
                   IF GRADO-ENTRADA NOT = SPACES
                       MOVE GRADO-ENTRADA TO SA-GRADO
                   END-IF
                   DISPLAY "Nuevo motivo (espacios para mantener): "
                   MOVE SPACES TO MOTIVO-ENTRADA
                   ACCEPT MOTIVO-ENTRADA
                   IF MOTIVO-ENTRADA-VALIDO
                       MOVE MOTIVO-ENTRADA TO SA-MOTIVO
                   END-IF
                   MOVE OP-OPERADOR-ID TO SA-OPERADOR-ID
                   MOVE OP-TERMINAL-ID TO SA-TERMINAL-ID
                   MOVE FUNCTION CURRENT-DATE TO SA-TIMESTAMP
                   REWRITE SALARIO-RECORD
                   IF SA-STATUS NOT = "00"
                       DISPLAY "No se pudo regrabar el salario. "
                               "Estado: " SA-STATUS
                       MOVE 8 TO CODIGO-RETORNO
                   ELSE
                       MOVE "REWRITE" TO JR-OPERACION
                       PERFORM REGISTRA-DIARIO-SALARIO
                       MOVE "CORRIGE" TO SU-ACCION
                       MOVE SALARIO-RECORD TO SU-IMAGEN-DESPUES
                       PERFORM GRABA-AUDITORIA
                       DISPLAY "Registro corregido."
                       MOVE SPACES TO DP-DETALLE
                       STRING "SALARIO CORRIGE " EMPLEADO-PEDIDO " "
                              FECHA-ENTRADA
                           DELIMITED BY SIZE INTO DP-DETALLE
                       PERFORM ESTAMPA-DELEGACION
                   END-IF
               END-IF
           END-IF.

       ELIMINA-SALARIO.
           PERFORM PIDE-EMPLEADO.
           IF EMPLEADO-EXISTE
               PERFORM PIDE-FECHA-EFECTIVA
           END-IF
           IF NOT EMPLEADO-EXISTE OR NOT DATO-ES-VALIDO
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               PERFORM LEE-REGISTRO
               IF NOT REGISTRO-EXISTE
                   DISPLAY "No hay registro con fecha efectiva "
                           FECHA-ENTRADA "."
                   MOVE 4 TO CODIGO-RETORNO
               ELSE
                   MOVE SA-SALARIO-BASE TO SALARIO-EDITADO
                   DISPLAY "Salario: " SALARIO-EDITADO
                           "  Grado: " SA-GRADO
                           "  Motivo: " SA-MOTIVO
                   DISPLAY "Confirmas el borrado (S/N)? "
                   ACCEPT CONFIRMA
                   IF CONFIRMADO
                       DELETE SALARIOS-FILE
                           INVALID KEY
                               DISPLAY "No se pudo borrar el "
                                       "registro."
                               MOVE 8 TO CODIGO-RETORNO
                           NOT INVALID KEY
                               MOVE "DELETE" TO JR-OPERACION
                               MOVE IMAGEN-ANTES TO SALARIO-RECORD
                               PERFORM REGISTRA-DIARIO-SALARIO
                               MOVE "ELIMINA" TO SU-ACCION
                               MOVE SPACES TO SU-IMAGEN-DESPUES
                               PERFORM GRABA-AUDITORIA
                               DISPLAY "Registro eliminado."
                               MOVE SPACES TO DP-DETALLE
                               STRING "SALARIO ELIMINA "
                                      EMPLEADO-PEDIDO " "
                                      FECHA-ENTRADA
                                   DELIMITED BY SIZE INTO DP-DETALLE
                               PERFORM ESTAMPA-DELEGACION
                       END-DELETE
                   ELSE
                       DISPLAY "Borrado cancelado por el operador."
                   END-IF
               END-IF
           END-IF.

       GRABA-AUDITORIA.
           MOVE OP-OPERADOR-ID  TO SU-OPERADOR
           MOVE OP-TERMINAL-ID  TO SU-TERMINAL
           MOVE SPACES          TO SU-CLAVE
           STRING EMPLEADO-PEDIDO FECHA-ENTRADA
               DELIMITED BY SIZE INTO SU-CLAVE
           MOVE IMAGEN-ANTES    TO SU-IMAGEN-ANTES
           MOVE FUNCTION CURRENT-DATE TO SU-TIMESTAMP
           OPEN EXTEND SAL-AUDIT
           IF AUD-STATUS = "35"
               OPEN OUTPUT SAL-AUDIT
               CLOSE SAL-AUDIT
               OPEN EXTEND SAL-AUDIT
           END-IF
           WRITE SAL-AUDIT-RECORD
           CLOSE SAL-AUDIT.

       REGISTRA-DIARIO-SALARIO.
           MOVE "SALARIOS" TO JR-FICHERO
           MOVE SALARIO-RECORD TO JR-IMAGEN
           CALL "JRNLWR" USING JOURNAL-PARM.

       END PROGRAM SALMNT.
