      *          nombre, borrado, listado y asignacion de la
      *          division (departamento padre), comprobando que el
      *          padre existe y que el cambio no crea ciclos en el
      *          organigrama. Fija tambien las plazas autorizadas de
      *          cada departamento con su fecha efectiva (PLAZAS.DAT)
      *          y muestra su historia junto a la ocupacion actual.
      *          Asigna el jefe de cada departamento, un empleado
      *          activo del maestro que aprueba los traslados de
      *          entrada, y el listado muestra su nombre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS DEP-STATUS.
           SELECT PLAZAS-FILE ASSIGN TO "PLAZAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLZ-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENTS.
       COPY DEPTOS.
       FD  PLAZAS-FILE.
       COPY PLAZAS.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       WORKING-STORAGE SECTION.
       01  DEP-STATUS          PIC XX.
       01  PLZ-STATUS          PIC XX.
       01  EM-STATUS           PIC XX.
       01  OPCION              PIC X.
           88  OPCION-ALTA            VALUE "1".
           88  OPCION-MODIFICA        VALUE "2".
           88  OPCION-LISTA           VALUE "4".
           88  OPCION-SALIR           VALUE "5".
           88  OPCION-DIVISION        VALUE "6".
           88  OPCION-PLAZAS          VALUE "7".
           88  OPCION-VER-PLAZAS      VALUE "8".
           88  OPCION-JEFE            VALUE "9".
       01  CODIGO-PEDIDO       PIC X(04).
       01  NOMBRE-NUEVO        PIC X(20).
       01  DIVISION-NUEVA      PIC X(04).
       01  EXISTE-REGISTRO     PIC X VALUE "N".
           88  REGISTRO-EXISTE        VALUE "S".
       01  LISTADOS            PIC 9(03) VALUE 0.
       01  FECHA-ENTRADA-X     PIC X(08).
       01  FECHA-ENTRADA REDEFINES FECHA-ENTRADA-X PIC 9(08).
       01  PLAZAS-ENTRADA-X    PIC X(05).
       01  PLAZAS-ENTRADA REDEFINES PLAZAS-ENTRADA-X PIC 9(05).
       01  DATO-VALIDO         PIC X VALUE "N".
           88  DATO-ES-VALIDO         VALUE "S".
       01  VACANTES            PIC S9(05).
       01  JEFE-ENTRADA-X      PIC X(06).
       01  JEFE-ENTRADA REDEFINES JEFE-ENTRADA-X PIC 9(06).
       01  EMPLEADO-BUSCADO    PIC 9(06).
       01  NOMBRE-JEFE         PIC X(34).
       01  JEFE-HALLADO        PIC X VALUE "N".
           88  JEFE-ES-ACTIVO         VALUE "S".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       COPY PLAZPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           DISPLAY "  4. Listar departamentos".
           DISPLAY "  5. Salir".
           DISPLAY "  6. Asignar division (padre)".
           DISPLAY "  7. Fijar plazas autorizadas (PLAZAS.DAT)".
           DISPLAY "  8. Consultar plazas y ocupacion".
           DISPLAY "  9. Asignar jefe del departamento".
           ACCEPT OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
               WHEN OPCION-DIVISION
                   PERFORM ASIGNA-DIVISION
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-PLAZAS
                   PERFORM FIJA-PLAZAS
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-VER-PLAZAS
                   PERFORM CONSULTA-PLAZAS
                   GO TO MENU-MANTENIMIENTO
               WHEN OPCION-JEFE
                   PERFORM ASIGNA-JEFE
                   GO TO MENU-MANTENIMIENTO
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 9."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-MANTENIMIENTO
           END-EVALUATE.
               MOVE CODIGO-PEDIDO TO DP-CODIGO
               MOVE NOMBRE-NUEVO  TO DP-NOMBRE
               MOVE SPACES        TO DP-DIVISION
               MOVE 0             TO DP-JEFE
               WRITE DEPARTMENT-RECORD
               IF DEP-STATUS NOT = "00"
                   DISPLAY "No se pudo grabar el departamento. "
                       MOVE "10" TO DEP-STATUS
               END-READ
               PERFORM UNTIL DEP-STATUS NOT = "00"
                   MOVE DP-JEFE TO EMPLEADO-BUSCADO
                   PERFORM BUSCA-NOMBRE-JEFE
                   DISPLAY "  " DP-CODIGO "  " DP-NOMBRE
                           "  Division: " DP-DIVISION
                           "  Jefe: " NOMBRE-JEFE
                   ADD 1 TO LISTADOS
                   READ DEPARTMENTS NEXT RECORD
                       AT END
           END-IF
           MOVE "00" TO DEP-STATUS.

      *El jefe tiene que ser un empleado activo; cero deja el
      *departamento sin jefe y sus traslados de entrada pasan a la
      *aprobacion del jefe de la division.
       ASIGNA-JEFE.
           PERFORM PIDE-CODIGO.
           IF NOT REGISTRO-EXISTE
               DISPLAY "No existe el departamento " CODIGO-PEDIDO "."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE DP-JEFE TO EMPLEADO-BUSCADO
               PERFORM BUSCA-NOMBRE-JEFE
               DISPLAY "Jefe actual: " DP-JEFE "  " NOMBRE-JEFE
               DISPLAY "Identificador del nuevo jefe (0 para dejarlo "
                       "sin jefe): "
               MOVE SPACES TO JEFE-ENTRADA-X
               ACCEPT JEFE-ENTRADA-X
               INSPECT JEFE-ENTRADA-X
                   REPLACING LEADING SPACES BY ZEROS
               IF JEFE-ENTRADA-X NOT NUMERIC
                   DISPLAY "Identificador no valido, no se modifica."
                   MOVE 4 TO CODIGO-RETORNO
               ELSE
                   MOVE JEFE-ENTRADA TO EMPLEADO-BUSCADO
                   PERFORM BUSCA-NOMBRE-JEFE
                   IF JEFE-ENTRADA > 0 AND NOT JEFE-ES-ACTIVO
                       DISPLAY "El empleado " JEFE-ENTRADA
                               " no existe o no esta activo en "
                               "EMPMAST.DAT."
                       MOVE 4 TO CODIGO-RETORNO
                   ELSE
                       MOVE JEFE-ENTRADA TO DP-JEFE
                       REWRITE DEPARTMENT-RECORD
                       IF DEP-STATUS NOT = "00"
                           DISPLAY "No se pudo regrabar el "
                                   "departamento. Estado: " DEP-STATUS
                           MOVE 8 TO CODIGO-RETORNO
                       ELSE
                           DISPLAY "Departamento " CODIGO-PEDIDO
                                   ": jefe " DP-JEFE "  " NOMBRE-JEFE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Nombre del empleado para mostrarlo como jefe; el maestro se
      *abre solo para la consulta.
       BUSCA-NOMBRE-JEFE.
           MOVE "N" TO JEFE-HALLADO
           MOVE SPACES TO NOMBRE-JEFE
           IF EMPLEADO-BUSCADO = 0
               MOVE "(sin jefe)" TO NOMBRE-JEFE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF EM-STATUS = "00"
                   MOVE EMPLEADO-BUSCADO TO EM-EMPLOYEE-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "(no esta en el maestro)"
                               TO NOMBRE-JEFE
                       NOT INVALID KEY
                           STRING EM-NOMBRE DELIMITED BY "  "
                                  " " EM-APELLIDOS DELIMITED BY SIZE
                               INTO NOMBRE-JEFE
                           IF EM-ACTIVO
                               MOVE "S" TO JEFE-HALLADO
                           ELSE
                               MOVE "(de baja)" TO NOMBRE-JEFE (25:10)
                           END-IF
                   END-READ
                   CLOSE EMPLOYEE-MASTER
               END-IF
           END-IF.

      *Cada cambio de plazas es un registro nuevo con su fecha
      *efectiva: la historia queda entera y PLAZACHK aplica la que
      *rige en cada dia. Cero plazas cierra el departamento a altas
      *y traslados de entrada.
       FIJA-PLAZAS.
           PERFORM PIDE-CODIGO.
           IF NOT REGISTRO-EXISTE
               DISPLAY "No existe el departamento " CODIGO-PEDIDO "."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               CALL "FECHANEG" USING FECHANEG-PARM
               MOVE "N" TO DATO-VALIDO
               DISPLAY "Fecha efectiva AAAAMMDD (en blanco, la fecha "
                       "de negocio " FN-FECHA-NEGOCIO "): "
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
                   DISPLAY "Fecha no valida, no se graba."
                   MOVE 4 TO CODIGO-RETORNO
               ELSE
                   DISPLAY "Plazas autorizadas (0 a 99999): "
                   MOVE SPACES TO PLAZAS-ENTRADA-X
                   ACCEPT PLAZAS-ENTRADA-X
                   INSPECT PLAZAS-ENTRADA-X
                       REPLACING LEADING SPACES BY ZEROS
                   IF PLAZAS-ENTRADA-X NOT NUMERIC
                       DISPLAY "Numero de plazas no valido, no se "
                               "graba."
                       MOVE 4 TO CODIGO-RETORNO
                   ELSE
                       PERFORM GRABA-PLAZAS
                   END-IF
               END-IF
           END-IF.

       GRABA-PLAZAS.
           MOVE CODIGO-PEDIDO  TO PZ-DEPARTAMENTO
           MOVE FECHA-ENTRADA  TO PZ-FECHA-EFECTIVA
           MOVE PLAZAS-ENTRADA TO PZ-PLAZAS
           MOVE FUNCTION CURRENT-DATE TO PZ-TIMESTAMP
           OPEN EXTEND PLAZAS-FILE
           IF PLZ-STATUS = "35"
               OPEN OUTPUT PLAZAS-FILE
               CLOSE PLAZAS-FILE
               OPEN EXTEND PLAZAS-FILE
           END-IF
           WRITE PLAZA-RECORD
           CLOSE PLAZAS-FILE
           DISPLAY "Departamento " CODIGO-PEDIDO ": " PZ-PLAZAS
                   " plazas desde el " PZ-FECHA-EFECTIVA ".".

       CONSULTA-PLAZAS.
           PERFORM PIDE-CODIGO.
           IF NOT REGISTRO-EXISTE
               DISPLAY "No existe el departamento " CODIGO-PEDIDO "."
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               MOVE 0 TO LISTADOS
               OPEN INPUT PLAZAS-FILE
               IF PLZ-STATUS = "00"
                   PERFORM UNTIL PLZ-STATUS NOT = "00"
                       READ PLAZAS-FILE
                           AT END
                               MOVE "10" TO PLZ-STATUS
                           NOT AT END
                               IF PZ-DEPARTAMENTO = CODIGO-PEDIDO
                                   DISPLAY "  Desde " PZ-FECHA-EFECTIVA
                                           ": " PZ-PLAZAS " plazas"
                                           " (grabado "
                                           PZ-TIMESTAMP (1:8) ")"
                                   ADD 1 TO LISTADOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAZAS-FILE
               END-IF
               CALL "FECHANEG" USING FECHANEG-PARM
               MOVE "C"              TO PP-ACCION
               MOVE "N"              TO PP-ENTRENAMIENTO
               MOVE FN-FECHA-NEGOCIO TO PP-FECHA
               MOVE CODIGO-PEDIDO    TO PP-DEPARTAMENTO
               CALL "PLAZACHK" USING PLAZACHK-PARM
               MOVE "V"              TO PP-ACCION
               CALL "PLAZACHK" USING PLAZACHK-PARM
               IF LISTADOS = 0 OR PP-SIN-TOPE
                   DISPLAY "Sin plazas autorizadas vigentes al "
                           FN-FECHA-NEGOCIO ": el departamento no "
                           "tiene tope."
               ELSE
                   COMPUTE VACANTES = PP-PLAZAS - PP-OCUPADAS
                   DISPLAY "Vigentes al " FN-FECHA-NEGOCIO ": "
                           PP-PLAZAS " plazas, vacantes " VACANTES
               END-IF
               DISPLAY "Ocupacion: " PP-EN-PLANTILLA " en plantilla, "
                       PP-EN-ESCENA " altas pendientes de confirmar."
           END-IF.

       END PROGRAM DEPTMNT.
