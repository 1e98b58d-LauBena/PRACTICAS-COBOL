      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Consulta unificada de auditoria: busca en EMPAUD.LOG,
      *          AUTHAUD.LOG, PARMAUD.LOG, FESTAUD.LOG, PERMAUD.LOG,
      *          SALAUD.LOG y en los diarios JRNLaaaammdd.DAT de cada
      *          dia del rango (o en su copia BKJRNLaaaammdd.DAT de
      *          BACKUP cuando el diario ya no esta) por rango de
      *          fechas, operador, fichero y clave de registro, y
      *          mezcla los aciertos en un unico listado cronologico
      *          con la imagen anterior y la posterior de cada cambio,
      *          en pantalla y en AUDINQ.PRT. Es una consulta de
      *          supervisor; las claves de acceso de las imagenes de
      *          AUTHAUD salen tapadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-AUDIT ASSIGN TO "EMPAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EA-STATUS.
           SELECT AUTH-AUDIT ASSIGN TO "AUTHAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT PARM-AUDIT ASSIGN TO "PARMAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PA-STATUS.
           SELECT FEST-AUDIT ASSIGN TO "FESTAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-STATUS.
           SELECT PERM-AUDIT ASSIGN TO "PERMAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-STATUS.
           SELECT SAL-AUDIT ASSIGN TO "SALAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SU-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC DIARIO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "AUDINQ.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-AUDIT.
       01  EMP-AUDIT-RECORD.
           05  EA-OPERADOR          PIC X(08).
           05  EA-TERMINAL          PIC X(08).
           05  EA-ACCION            PIC X(08).
           05  EA-EMPLOYEE-ID       PIC 9(06).
           05  EA-IMAGEN-ANTES      PIC X(100).
           05  EA-IMAGEN-DESPUES    PIC X(100).
           05  EA-TIMESTAMP         PIC X(21).
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
       FD  FEST-AUDIT.
       01  FEST-AUDIT-RECORD.
           05  FA-OPERADOR          PIC X(08).
           05  FA-TERMINAL          PIC X(08).
           05  FA-ACCION            PIC X(08).
           05  FA-FECHA             PIC 9(08).
           05  FA-TIMESTAMP         PIC X(21).
       FD  PERM-AUDIT.
       COPY PERMAUD.
       FD  SAL-AUDIT.
       COPY SALAUD.
       FD  JOURNAL-FILE.
       COPY JRNLREG.
       FD  AUDIT-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  EA-STATUS           PIC XX.
       01  AUD-STATUS          PIC XX.
       01  PA-STATUS           PIC XX.
       01  FA-STATUS           PIC XX.
       01  PX-STATUS           PIC XX.
       01  SU-STATUS           PIC XX.
       01  JRN-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  DIARIO-NOMBRE       PIC X(20).
       01  DIARIO-ABIERTO-SW   PIC X VALUE "N".
           88  DIARIO-ABIERTO         VALUE "S".
       01  FECHA-DIARIO        PIC 9(08).
       01  DIAS-ENTEROS        PIC 9(08).
       01  HOY                 PIC 9(08).
       01  FECHA-DESDE-X       PIC X(08).
       01  FECHA-DESDE REDEFINES FECHA-DESDE-X PIC 9(08).
       01  FECHA-HASTA-X       PIC X(08).
       01  FECHA-HASTA REDEFINES FECHA-HASTA-X PIC 9(08).
       01  OPERADOR-FILTRO     PIC X(08).
       01  FICHERO-FILTRO      PIC X(12).
       01  CLAVE-FILTRO        PIC X(21).
       01  FECHA-REGISTRO      PIC 9(08).
       01  SELECCIONADOS       PIC 9(06) VALUE 0.
       01  DIARIOS-LEIDOS      PIC 9(04) VALUE 0.
       01  RPT-LINEAS          PIC 9(02) VALUE 0.
       01  RPT-PAGINA          PIC 9(03) VALUE 0.
       01  TROZO               PIC 9(03).
      *Acierto candidato de cualquiera de las fuentes, ya traducido
      *al formato comun del listado.
       01  CANDIDATO.
           05  CA-TIMESTAMP        PIC X(21).
           05  CA-FUENTE           PIC X(08).
           05  CA-FICHERO          PIC X(12).
           05  CA-OPERADOR         PIC X(08).
           05  CA-ACCION           PIC X(08).
           05  CA-CLAVE            PIC X(21).
           05  CA-ANTES            PIC X(200).
           05  CA-DESPUES          PIC X(200).
       01  CANDIDATO-SW        PIC X VALUE "N".
           88  CANDIDATO-VALIDO       VALUE "S".
      *Una fuente por posicion: 1 EMPAUD, 2 AUTHAUD, 3 PARMAUD,
      *4 FESTAUD, 5 PERMAUD, 6 SALAUD, 7 diarios. Cada una guarda su
      *siguiente acierto; el listado toma siempre el mas antiguo.
       01  FLUJOS.
           05  FLUJO OCCURS 7 TIMES INDEXED BY FX.
               10  FL-FIN-SW           PIC X.
                   88  FL-AGOTADO            VALUE "S".
               10  FL-DATOS            PIC X(478).
       01  FLUJO-ELEGIDO       PIC 9(01).
       01  TIMESTAMP-MENOR     PIC X(21).
      *Ultima imagen de diario seleccionada, para dar la imagen
      *anterior de un REWRITE posterior del mismo registro.
       01  ULTIMA-JRNL-FICHERO PIC X(12).
       01  ULTIMA-JRNL-CLAVE   PIC X(21).
       01  ULTIMA-JRNL-IMAGEN  PIC X(200).
       01  LINEA-DETALLE.
           05  WL-FECHA           PIC X(08).
           05  FILLER             PIC X VALUE SPACE.
           05  WL-HORA            PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WL-FUENTE          PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WL-FICHERO         PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WL-OPERADOR        PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WL-ACCION          PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WL-CLAVE           PIC X(21).
       01  LINEA-IMAGEN.
           05  WI-ROTULO          PIC X(12).
           05  WI-TEXTO           PIC X(88).
       01  IMAGEN-IMPRESA      PIC X(200).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           PERFORM CAPTURA-OPERADOR.
           IF NOT ACCESO-PERMITIDO
               DISPLAY "Acceso denegado, no se inicia la sesion."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           IF NOT NIVEL-SUPERVISION
               DISPLAY "La consulta de auditoria es de supervisor; "
                       "tu nivel no lo permite."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           MOVE "*" TO PK-FUNCION
           PERFORM VERIFICA-PERMISO
           IF NOT PK-PERMITIDO
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CAPTURA-FILTROS.
           OPEN OUTPUT AUDIT-REPORT.
           PERFORM ESCRIBE-CABECERA.
           PERFORM ABRE-FUENTES.
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 7
               PERFORM AVANZA-FLUJO
           END-PERFORM.
           PERFORM ELIGE-FLUJO.
           PERFORM UNTIL FLUJO-ELEGIDO = 0
               SET FX TO FLUJO-ELEGIDO
               MOVE FL-DATOS (FX) TO CANDIDATO
               PERFORM ESCRIBE-ACIERTO
               PERFORM AVANZA-FLUJO
               PERFORM ELIGE-FLUJO
           END-PERFORM.
           PERFORM CIERRA-FUENTES.
           PERFORM ESCRIBE-TOTALES.
           CLOSE AUDIT-REPORT.
           DISPLAY "Consulta finalizada. Cambios seleccionados: "
                   SELECCIONADOS " Diarios leidos: " DIARIOS-LEIDOS.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "AUDINQ"             TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "AUDINQ"             TO JL-PROGRAM-ID
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
           MOVE "AUDINQ"       TO TC-PROGRAMA
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
      *programa; la denegacion la registra PERMCHK en SIGNOFF.LOG.
       VERIFICA-PERMISO.
           MOVE "V"            TO PK-ACCION
           MOVE OP-OPERADOR-ID TO PK-OPERADOR-ID
           MOVE OP-TERMINAL-ID TO PK-TERMINAL-ID
           MOVE NIVEL-ACTUAL   TO PK-NIVEL
           MOVE "AUDINQ"       TO PK-PROGRAMA
           CALL "PERMCHK" USING PERMCHK-PARM OPERSES-PARM
           IF NOT PK-PERMITIDO
               DISPLAY "La matriz de permisos no te autoriza a "
                       "esta funcion de AUDINQ."
           END-IF.

      *Sin fechas se consultan los ultimos 90 dias hasta hoy: los
      *diarios se recorren dia a dia y el rango ha de estar acotado.
       CAPTURA-FILTROS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HOY.
           DISPLAY "Fecha desde AAAAMMDD (espacios para 90 dias): ".
           ACCEPT FECHA-DESDE-X.
           IF FECHA-DESDE-X = SPACES OR FECHA-DESDE-X NOT NUMERIC
               COMPUTE DIAS-ENTEROS =
                   FUNCTION INTEGER-OF-DATE (HOY) - 90
               COMPUTE FECHA-DESDE =
                   FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
           END-IF.
           DISPLAY "Fecha hasta AAAAMMDD (espacios para hoy): ".
           ACCEPT FECHA-HASTA-X.
           IF FECHA-HASTA-X = SPACES OR FECHA-HASTA-X NOT NUMERIC
                   OR FECHA-HASTA > HOY
               MOVE HOY TO FECHA-HASTA
           END-IF.
           DISPLAY "Operador que hizo el cambio (espacios para "
                   "todos): ".
           ACCEPT OPERADOR-FILTRO.
           DISPLAY "Fichero (EMPMAST, AUTHOPS, PARAMETROS, FESTIVOS, "
                   "PERMISOS, SALARIOS, AUSENCIA, SALDOVAC, "
                   "CALCLDGR; espacios para todos): ".
           ACCEPT FICHERO-FILTRO.
           DISPLAY "Clave del registro (espacios para todas): ".
           ACCEPT CLAVE-FILTRO.

       ABRE-FUENTES.
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 7
               MOVE "N" TO FL-FIN-SW (FX)
           END-PERFORM
           OPEN INPUT EMP-AUDIT
           IF EA-STATUS NOT = "00"
               MOVE "S" TO FL-FIN-SW (1)
           END-IF
           OPEN INPUT AUTH-AUDIT
           IF AUD-STATUS NOT = "00"
               MOVE "S" TO FL-FIN-SW (2)
           END-IF
           OPEN INPUT PARM-AUDIT
           IF PA-STATUS NOT = "00"
               MOVE "S" TO FL-FIN-SW (3)
           END-IF
           OPEN INPUT FEST-AUDIT
           IF FA-STATUS NOT = "00"
               MOVE "S" TO FL-FIN-SW (4)
           END-IF
           OPEN INPUT PERM-AUDIT
           IF PX-STATUS NOT = "00"
               MOVE "S" TO FL-FIN-SW (5)
           END-IF
           OPEN INPUT SAL-AUDIT
           IF SU-STATUS NOT = "00"
               MOVE "S" TO FL-FIN-SW (6)
           END-IF
           MOVE SPACES      TO ULTIMA-JRNL-FICHERO
           MOVE FECHA-DESDE TO FECHA-DIARIO
           PERFORM ABRE-SIGUIENTE-DIARIO.

       CIERRA-FUENTES.
           IF EA-STATUS NOT = "35"
               CLOSE EMP-AUDIT
           END-IF
           IF AUD-STATUS NOT = "35"
               CLOSE AUTH-AUDIT
           END-IF
           IF PA-STATUS NOT = "35"
               CLOSE PARM-AUDIT
           END-IF
           IF FA-STATUS NOT = "35"
               CLOSE FEST-AUDIT
           END-IF
           IF PX-STATUS NOT = "35"
               CLOSE PERM-AUDIT
           END-IF
           IF SU-STATUS NOT = "35"
               CLOSE SAL-AUDIT
           END-IF
           IF DIARIO-ABIERTO
               CLOSE JOURNAL-FILE
           END-IF.

      *Busca el diario del siguiente dia del rango que exista: el
      *vivo JRNLaaaammdd.DAT o, si ya no esta, la copia que BACKUP
      *dejo como incremento de la cadena.
       ABRE-SIGUIENTE-DIARIO.
           MOVE "N" TO DIARIO-ABIERTO-SW
           PERFORM UNTIL DIARIO-ABIERTO OR FECHA-DIARIO > FECHA-HASTA
               MOVE SPACES TO DIARIO-NOMBRE
               STRING "JRNL" FECHA-DIARIO ".DAT"
                   DELIMITED BY SIZE INTO DIARIO-NOMBRE
               OPEN INPUT JOURNAL-FILE
               IF JRN-STATUS NOT = "00"
                   MOVE SPACES TO DIARIO-NOMBRE
                   STRING "BKJRNL" FECHA-DIARIO ".DAT"
                       DELIMITED BY SIZE INTO DIARIO-NOMBRE
                   OPEN INPUT JOURNAL-FILE
               END-IF
               IF JRN-STATUS = "00"
                   MOVE "S" TO DIARIO-ABIERTO-SW
                   ADD 1 TO DIARIOS-LEIDOS
               END-IF
               COMPUTE DIAS-ENTEROS =
                   FUNCTION INTEGER-OF-DATE (FECHA-DIARIO) + 1
               COMPUTE FECHA-DIARIO =
                   FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
           END-PERFORM
           IF NOT DIARIO-ABIERTO
               MOVE "S" TO FL-FIN-SW (7)
           END-IF.

      *Deja en la posicion FX de FLUJOS el siguiente acierto de esa
      *fuente, o la marca como agotada.
       AVANZA-FLUJO.
           MOVE "N" TO CANDIDATO-SW
           IF NOT FL-AGOTADO (FX)
               EVALUATE FX
                   WHEN 1
                       PERFORM SIGUIENTE-EMPAUD
                   WHEN 2
                       PERFORM SIGUIENTE-AUTHAUD
                   WHEN 3
                       PERFORM SIGUIENTE-PARMAUD
                   WHEN 4
                       PERFORM SIGUIENTE-FESTAUD
                   WHEN 5
                       PERFORM SIGUIENTE-PERMAUD
                   WHEN 6
                       PERFORM SIGUIENTE-SALAUD
                   WHEN OTHER
                       PERFORM SIGUIENTE-DIARIO
               END-EVALUATE
           END-IF
           IF CANDIDATO-VALIDO
               MOVE CANDIDATO TO FL-DATOS (FX)
           ELSE
               MOVE "S" TO FL-FIN-SW (FX)
           END-IF.

       SIGUIENTE-EMPAUD.
           PERFORM UNTIL CANDIDATO-VALIDO OR FL-AGOTADO (1)
               READ EMP-AUDIT
                   AT END
                       MOVE "S" TO FL-FIN-SW (1)
                   NOT AT END
                       MOVE EA-TIMESTAMP      TO CA-TIMESTAMP
                       MOVE "EMPAUD"          TO CA-FUENTE
                       MOVE "EMPMAST"         TO CA-FICHERO
                       MOVE EA-OPERADOR       TO CA-OPERADOR
                       MOVE EA-ACCION         TO CA-ACCION
                       MOVE EA-EMPLOYEE-ID    TO CA-CLAVE
                       MOVE EA-IMAGEN-ANTES   TO CA-ANTES
                       MOVE EA-IMAGEN-DESPUES TO CA-DESPUES
                       PERFORM FILTRA-CANDIDATO
               END-READ
           END-PERFORM.

      *Las imagenes de AUTHOPS llevan la clave de acceso del
      *operador en las posiciones 10 a 17; no se listan.
       SIGUIENTE-AUTHAUD.
           PERFORM UNTIL CANDIDATO-VALIDO OR FL-AGOTADO (2)
               READ AUTH-AUDIT
                   AT END
                       MOVE "S" TO FL-FIN-SW (2)
                   NOT AT END
                       MOVE AU-TIMESTAMP      TO CA-TIMESTAMP
                       MOVE "AUTHAUD"         TO CA-FUENTE
                       MOVE "AUTHOPS"         TO CA-FICHERO
                       MOVE AU-SUPERVISOR     TO CA-OPERADOR
                       MOVE AU-ACCION         TO CA-ACCION
                       MOVE AU-OPERADOR       TO CA-CLAVE
                       MOVE SPACES            TO CA-ANTES
                       MOVE SPACES            TO CA-DESPUES
                       STRING AU-IMAGEN-ANTES " EMPLEADO "
                              AU-EMPLEADO-ANTES " FORMACION "
                              AU-ENTRENAMIENTO-ANTES
                           DELIMITED BY SIZE INTO CA-ANTES
                       STRING AU-IMAGEN-DESPUES " EMPLEADO "
                              AU-EMPLEADO-DESPUES " FORMACION "
                              AU-ENTRENAMIENTO-DESPUES
                           DELIMITED BY SIZE INTO CA-DESPUES
                       IF AU-IMAGEN-ANTES (1:8) = AU-OPERADOR
                           MOVE "********" TO CA-ANTES (10:8)
                       END-IF
                       IF AU-IMAGEN-DESPUES (1:8) = AU-OPERADOR
                           MOVE "********" TO CA-DESPUES (10:8)
                       END-IF
                       PERFORM FILTRA-CANDIDATO
               END-READ
           END-PERFORM.

       SIGUIENTE-PARMAUD.
           PERFORM UNTIL CANDIDATO-VALIDO OR FL-AGOTADO (3)
               READ PARM-AUDIT
                   AT END
                       MOVE "S" TO FL-FIN-SW (3)
                   NOT AT END
                       MOVE PA-TIMESTAMP      TO CA-TIMESTAMP
                       MOVE "PARMAUD"         TO CA-FUENTE
                       MOVE "PARAMETROS"      TO CA-FICHERO
                       MOVE PA-OPERADOR       TO CA-OPERADOR
                       MOVE "CAMBIA"          TO CA-ACCION
                       MOVE PA-PARAMETRO      TO CA-CLAVE
                       MOVE PA-VALOR-ANTES    TO CA-ANTES
                       MOVE PA-VALOR-DESPUES  TO CA-DESPUES
                       PERFORM FILTRA-CANDIDATO
               END-READ
           END-PERFORM.

      *FESTAUD solo guarda la fecha festiva tocada: el alta la deja
      *como imagen posterior y la baja como anterior.
       SIGUIENTE-FESTAUD.
           PERFORM UNTIL CANDIDATO-VALIDO OR FL-AGOTADO (4)
               READ FEST-AUDIT
                   AT END
                       MOVE "S" TO FL-FIN-SW (4)
                   NOT AT END
                       MOVE FA-TIMESTAMP      TO CA-TIMESTAMP
                       MOVE "FESTAUD"         TO CA-FUENTE
                       MOVE "FESTIVOS"        TO CA-FICHERO
                       MOVE FA-OPERADOR       TO CA-OPERADOR
                       MOVE FA-ACCION         TO CA-ACCION
                       MOVE FA-FECHA          TO CA-CLAVE
                       MOVE SPACES            TO CA-ANTES
                       MOVE SPACES            TO CA-DESPUES
                       IF FA-ACCION = "BAJA"
                           MOVE FA-FECHA      TO CA-ANTES
                       ELSE
                           MOVE FA-FECHA      TO CA-DESPUES
                       END-IF
                       PERFORM FILTRA-CANDIDATO
               END-READ
           END-PERFORM.

       SIGUIENTE-PERMAUD.
           PERFORM UNTIL CANDIDATO-VALIDO OR FL-AGOTADO (5)
               READ PERM-AUDIT
                   AT END
                       MOVE "S" TO FL-FIN-SW (5)
                   NOT AT END
                       MOVE PX-TIMESTAMP      TO CA-TIMESTAMP
                       MOVE "PERMAUD"         TO CA-FUENTE
                       MOVE "PERMISOS"        TO CA-FICHERO
                       MOVE PX-SUPERVISOR     TO CA-OPERADOR
                       MOVE PX-ACCION         TO CA-ACCION
                       MOVE PX-SUJETO         TO CA-CLAVE
                       MOVE SPACES            TO CA-ANTES
                       MOVE SPACES            TO CA-DESPUES
                       IF PX-ANTES NOT = SPACE
                           STRING PX-PROGRAMA " " PX-FUNCION " "
                                  PX-ANTES
                               DELIMITED BY SIZE INTO CA-ANTES
                       END-IF
                       IF PX-DESPUES NOT = SPACE
                           STRING PX-PROGRAMA " " PX-FUNCION " "
                                  PX-DESPUES
                               DELIMITED BY SIZE INTO CA-DESPUES
                       END-IF
                       PERFORM FILTRA-CANDIDATO
               END-READ
           END-PERFORM.

       SIGUIENTE-SALAUD.
           PERFORM UNTIL CANDIDATO-VALIDO OR FL-AGOTADO (6)
               READ SAL-AUDIT
                   AT END
                       MOVE "S" TO FL-FIN-SW (6)
                   NOT AT END
                       MOVE SU-TIMESTAMP      TO CA-TIMESTAMP
                       MOVE "SALAUD"          TO CA-FUENTE
                       MOVE "SALARIOS"        TO CA-FICHERO
                       MOVE SU-OPERADOR       TO CA-OPERADOR
                       MOVE SU-ACCION         TO CA-ACCION
                       MOVE SU-CLAVE          TO CA-CLAVE
                       MOVE SU-IMAGEN-ANTES   TO CA-ANTES
                       MOVE SU-IMAGEN-DESPUES TO CA-DESPUES
                       PERFORM FILTRA-CANDIDATO
               END-READ
           END-PERFORM.

      *El diario solo guarda la imagen escrita: el alta y el cambio
      *la dan como posterior y la baja como anterior. El operador es
      *el que lleva el propio registro (alta del empleado, apunte).
       SIGUIENTE-DIARIO.
           PERFORM UNTIL CANDIDATO-VALIDO OR FL-AGOTADO (7)
               READ JOURNAL-FILE
                   AT END
                       CLOSE JOURNAL-FILE
                       PERFORM ABRE-SIGUIENTE-DIARIO
                   NOT AT END
                       PERFORM TRADUCE-DIARIO
                       PERFORM FILTRA-CANDIDATO
                       IF CANDIDATO-VALIDO
                           PERFORM RECUERDA-IMAGEN-DIARIO
                       END-IF
               END-READ
           END-PERFORM.

       TRADUCE-DIARIO.
           MOVE JN-TIMESTAMP TO CA-TIMESTAMP
           MOVE "JRNL"       TO CA-FUENTE
           MOVE JN-FICHERO   TO CA-FICHERO
           MOVE JN-OPERACION TO CA-ACCION
           MOVE SPACES       TO CA-OPERADOR
           MOVE SPACES       TO CA-CLAVE
           MOVE SPACES       TO CA-ANTES
           MOVE SPACES       TO CA-DESPUES
           EVALUATE JN-FICHERO
               WHEN "EMPMAST"
                   MOVE JN-IMAGEN (1:6)   TO CA-CLAVE
                   MOVE JN-IMAGEN (43:8)  TO CA-OPERADOR
               WHEN "CALCLDGR"
                   MOVE JN-IMAGEN (1:21)  TO CA-CLAVE
                   MOVE JN-IMAGEN (22:8)  TO CA-OPERADOR
               WHEN "SALARIOS"
               WHEN "AUSENCIA"
                   MOVE JN-IMAGEN (1:14)  TO CA-CLAVE
                   MOVE JN-IMAGEN (29:8)  TO CA-OPERADOR
               WHEN "SALDOVAC"
                   MOVE JN-IMAGEN (1:10)  TO CA-CLAVE
                   MOVE JN-IMAGEN (29:8)  TO CA-OPERADOR
               WHEN OTHER
                   MOVE JN-IMAGEN (1:21)  TO CA-CLAVE
           END-EVALUATE
           IF JN-OPERACION = "DELETE"
               MOVE JN-IMAGEN TO CA-ANTES
           ELSE
               MOVE JN-IMAGEN TO CA-DESPUES
               IF JN-OPERACION = "REWRITE"
                       AND JN-FICHERO = ULTIMA-JRNL-FICHERO
                       AND CA-CLAVE = ULTIMA-JRNL-CLAVE
                   MOVE ULTIMA-JRNL-IMAGEN TO CA-ANTES
               END-IF
           END-IF.

       RECUERDA-IMAGEN-DIARIO.
           MOVE JN-FICHERO TO ULTIMA-JRNL-FICHERO
           MOVE CA-CLAVE   TO ULTIMA-JRNL-CLAVE
           MOVE JN-IMAGEN  TO ULTIMA-JRNL-IMAGEN.

      *Filtros comunes; el operador solo es el que hizo el cambio,
      *no el afectado (que, en AUTHAUD y PERMAUD, es la clave).
       FILTRA-CANDIDATO.
           MOVE "N" TO CANDIDATO-SW
           IF CA-TIMESTAMP (1:8) IS NUMERIC
               MOVE CA-TIMESTAMP (1:8) TO FECHA-REGISTRO
           ELSE
               MOVE 0 TO FECHA-REGISTRO
           END-IF
           IF FECHA-REGISTRO >= FECHA-DESDE
                   AND FECHA-REGISTRO <= FECHA-HASTA
                   AND (OPERADOR-FILTRO = SPACES
                       OR CA-OPERADOR = OPERADOR-FILTRO)
                   AND (FICHERO-FILTRO = SPACES
                       OR CA-FICHERO = FICHERO-FILTRO)
                   AND (CLAVE-FILTRO = SPACES
                       OR CA-CLAVE = CLAVE-FILTRO)
               MOVE "S" TO CANDIDATO-SW
           END-IF.

      *De los aciertos pendientes de cada fuente se lista el mas
      *antiguo; a igual instante manda el orden de las fuentes.
       ELIGE-FLUJO.
           MOVE 0 TO FLUJO-ELEGIDO
           MOVE HIGH-VALUES TO TIMESTAMP-MENOR
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 7
               IF NOT FL-AGOTADO (FX)
                       AND FL-DATOS (FX) (1:21) < TIMESTAMP-MENOR
                   MOVE FL-DATOS (FX) (1:21) TO TIMESTAMP-MENOR
                   SET FLUJO-ELEGIDO TO FX
               END-IF
           END-PERFORM.

       ESCRIBE-CABECERA.
           ADD 1 TO RPT-PAGINA
           MOVE 0 TO RPT-LINEAS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Consulta de auditoria - Pagina: " RPT-PAGINA
                  "  Desde: " FECHA-DESDE-X
                  "  Hasta: " FECHA-HASTA-X
                  "  Operador: " OPERADOR-FILTRO
               DELIMITED BY SIZE INTO RPT-LINE
               ON OVERFLOW
                   DISPLAY "Aviso: cabecera de AUDINQ.PRT truncada."
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Fichero: " FICHERO-FILTRO
                  "  Clave: " CLAVE-FILTRO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-ACIERTO.
           IF RPT-LINEAS >= 45
               PERFORM ESCRIBE-CABECERA
           END-IF
           ADD 1 TO SELECCIONADOS
           MOVE CA-TIMESTAMP (1:8)  TO WL-FECHA
           MOVE SPACES              TO WL-HORA
           STRING CA-TIMESTAMP (9:2) ":" CA-TIMESTAMP (11:2) ":"
                  CA-TIMESTAMP (13:2)
               DELIMITED BY SIZE INTO WL-HORA
           MOVE CA-FUENTE           TO WL-FUENTE
           MOVE CA-FICHERO          TO WL-FICHERO
           MOVE CA-OPERADOR         TO WL-OPERADOR
           MOVE CA-ACCION           TO WL-ACCION
           MOVE CA-CLAVE            TO WL-CLAVE
           DISPLAY LINEA-DETALLE
           MOVE LINEA-DETALLE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO RPT-LINEAS
           MOVE "   Antes:  " TO WI-ROTULO
           MOVE CA-ANTES      TO IMAGEN-IMPRESA
           PERFORM ESCRIBE-IMAGEN
           MOVE "   Despues:" TO WI-ROTULO
           MOVE CA-DESPUES    TO IMAGEN-IMPRESA
           PERFORM ESCRIBE-IMAGEN.

      *Las imagenes se parten en trozos de 88 posiciones; los trozos
      *finales en blanco no se imprimen.
       ESCRIBE-IMAGEN.
           MOVE IMAGEN-IMPRESA (1:88) TO WI-TEXTO
           MOVE LINEA-IMAGEN TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO RPT-LINEAS
           MOVE SPACES TO WI-ROTULO
           PERFORM VARYING TROZO FROM 89 BY 88 UNTIL TROZO > 200
               IF IMAGEN-IMPRESA (TROZO:) NOT = SPACES
                   MOVE IMAGEN-IMPRESA (TROZO:) TO WI-TEXTO
                   MOVE LINEA-IMAGEN TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO RPT-LINEAS
               END-IF
           END-PERFORM.

       ESCRIBE-TOTALES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Total de la seleccion: " SELECCIONADOS
                  " cambio(s); diarios leidos: " DIARIOS-LEIDOS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF SELECCIONADOS = 0
               DISPLAY "Ningun cambio cumple los filtros."
           END-IF.

       END PROGRAM AUDINQ.
