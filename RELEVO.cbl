      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Informe de relevo de turno. El operador saliente, con
      *          su sesion de SIGNON abierta, obtiene en RLnnnnnn.PRT
      *          todo el trabajo que queda abierto con su antiguedad en
      *          horas y su dueno: operaciones pendientes de
      *          aprobacion (OPSPEND.DAT), excepciones nuevas o
      *          reclamadas sin cerrar (EXCPWORK.DAT), cerrojos
      *          tomados (CERROJOS.DAT), lotes de altas sin cargar
      *          (EMPSTAGE.DAT), rechazos sin reparar (EMPRECHZ.DAT) y
      *          extractos de finanzas sin casar (EXTSTAT.DAT). Puede
      *          anadir notas libres, que van al informe y a
      *          RELNOTAS.DAT. El relevo queda en RELEVO.DAT pendiente
      *          de que el operador entrante lo acepte en SIGNON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-PENDIENTES ASSIGN TO "OPSPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQ-STATUS.
           SELECT EXCP-WORK ASSIGN TO "EXCPWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EW-ID
               FILE STATUS IS EW-STATUS.
           SELECT CERROJOS-FILE ASSIGN TO "CERROJOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-RECURSO
               FILE STATUS IS CER-STATUS.
           SELECT EMP-STAGING ASSIGN TO "EMPSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SG-STATUS.
           SELECT EMP-REJECTS ASSIGN TO "EMPRECHZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-STATUS.
           SELECT EXTRACTOS-ESTADO ASSIGN TO "EXTSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EST-STATUS.
           SELECT RELEVOS-FILE ASSIGN TO "RELEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-NUMERO
               FILE STATUS IS TU-STATUS.
           SELECT NOTAS-FILE ASSIGN TO "RELNOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TN-STATUS.
           SELECT RELEVO-REPORT ASSIGN TO DYNAMIC INFORME-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPS-PENDIENTES.
       COPY OPSPEND.
       FD  EXCP-WORK.
       COPY EXCPWORK.
       FD  CERROJOS-FILE.
       01  CERROJO-RECORD.
           05  CJ-RECURSO           PIC X(12).
           05  CJ-OPERADOR          PIC X(08).
           05  CJ-TIMESTAMP         PIC X(21).
           05  CJ-ESTADO            PIC X.
               88  CJ-ACTIVO              VALUE "A".
       FD  EMP-STAGING.
       COPY EMPSTAGE.
       FD  EMP-REJECTS.
       COPY EMPRECHZ.
       FD  EXTRACTOS-ESTADO.
       01  ESTADO-RECORD.
           05  ET-EXTRACTO          PIC X(08).
           05  ET-FECHA             PIC 9(08).
           05  ET-ESTADO            PIC X.
               88  ET-CASADO              VALUE "M".
               88  ET-SIN-PAREJA          VALUE "U".
               88  ET-DISCREPANCIA        VALUE "D".
               88  ET-PENDIENTE           VALUE "P".
           05  ET-TIMESTAMP         PIC X(21).
       FD  RELEVOS-FILE.
       COPY RELEVREG.
       FD  NOTAS-FILE.
       COPY RELNOTAS.
       FD  RELEVO-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  PQ-STATUS           PIC XX.
       01  EW-STATUS           PIC XX.
       01  CER-STATUS          PIC XX.
       01  SG-STATUS           PIC XX.
       01  RJ-STATUS           PIC XX.
       01  EST-STATUS          PIC XX.
       01  TU-STATUS           PIC XX.
       01  TN-STATUS           PIC XX.
       01  RPT-STATUS          PIC XX.
       01  INFORME-NOMBRE      PIC X(12).
       01  AHORA               PIC X(21).
       01  MARCA-EDAD.
           05  ME-FECHA        PIC 9(08).
           05  ME-HORA         PIC 9(02).
           05  ME-MINUTO       PIC 9(02).
           05  FILLER          PIC X(09).
       01  MINUTOS-AHORA       PIC S9(09).
       01  MINUTOS-MARCA       PIC S9(09).
       01  EDAD-HORAS          PIC S9(07).
       01  EDAD-EDITADA        PIC ZZZZ9.
       01  COLA-NUM            PIC 9(01).
       01  CUENTA-COLA         PIC 9(05) OCCURS 6 TIMES.
       01  TOTAL-ABIERTOS      PIC 9(06) VALUE 0.
       01  COLAS-CONFIG.
           05  FILLER PIC X(40)
               VALUE "OPSPEND.DAT  Operaciones por aprobar".
           05  FILLER PIC X(40)
               VALUE "EXCPWORK.DAT Excepciones abiertas".
           05  FILLER PIC X(40)
               VALUE "CERROJOS.DAT Cerrojos tomados".
           05  FILLER PIC X(40)
               VALUE "EMPSTAGE.DAT Lotes de altas sin cargar".
           05  FILLER PIC X(40)
               VALUE "EMPRECHZ.DAT Rechazos sin reparar".
           05  FILLER PIC X(40)
               VALUE "EXTSTAT.DAT  Extractos sin casar".
       01  COLAS-TABLA REDEFINES COLAS-CONFIG.
           05  COLA-ENTRADA OCCURS 6 TIMES.
               10  COLA-FICHERO   PIC X(13).
               10  COLA-TITULO    PIC X(27).
       01  LINEA-ELEMENTO.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LE-REFERENCIA   PIC X(22).
           05  LE-DUENO        PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LE-EDAD         PIC X(07).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LE-DETALLE      PIC X(50).
       01  LOTE-COUNT          PIC 9(03) VALUE 0.
       01  LOTE-TABLA.
           05  LOTE-ENTRADA OCCURS 1 TO 200 TIMES
                   DEPENDING ON LOTE-COUNT
                   INDEXED BY LOTE-IX.
               10  LT-LOTE        PIC 9(06).
               10  LT-OPERADOR    PIC X(08).
               10  LT-ALTAS       PIC 9(05).
       01  ALTAS-EDITADAS      PIC ZZZZ9.
       01  RESULTADO-EDITADO   PIC -ZZZZZZ9.99.
       01  ESTADO-TEXTO        PIC X(16).
       01  NOTA-TEXTO          PIC X(60).
       01  NOTAS-GRABADAS      PIC 9(02) VALUE 0.
       01  FIN-NOTAS           PIC X VALUE "N".
           88  NO-MAS-NOTAS           VALUE "S".
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY SESPRM.
       COPY SECPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           PERFORM PREPARA-RELEVO THRU PREPARA-RELEVO-FIN.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "RELEVO"             TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "RELEVO"             TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

      *El saliente es el operador de la sesion abierta; sin sesion no
      *hay a quien atribuir el relevo.
       PREPARA-RELEVO.
           MOVE "C" TO SE-ACCION
           CALL "OPERSES" USING OPERSES-PARM
           IF NOT SE-SESION-ACTIVA
               DISPLAY "No hay sesion abierta: inicia sesion con "
                       "SIGNON antes de preparar el relevo."
               MOVE 8 TO CODIGO-RETORNO
               GO TO PREPARA-RELEVO-FIN
           END-IF
           MOVE "A"            TO SC-ACCION
           MOVE "RELEVO"       TO SC-SECUENCIA
           MOVE "RELEVO"       TO SC-PROGRAMA
           MOVE SE-OPERADOR-ID TO SC-OPERADOR-ID
           CALL "SECASIG" USING SECASIG-PARM
           IF NOT SC-CORRECTO
               DISPLAY "No se pudo numerar el relevo."
               MOVE 8 TO CODIGO-RETORNO
               GO TO PREPARA-RELEVO-FIN
           END-IF
           MOVE SPACES TO INFORME-NOMBRE
           STRING "RL" SC-NUMERO ".PRT" DELIMITED BY SIZE
               INTO INFORME-NOMBRE
           MOVE FUNCTION CURRENT-DATE TO AHORA
           MOVE AHORA TO MARCA-EDAD
           PERFORM CALCULA-MINUTOS
           MOVE MINUTOS-MARCA TO MINUTOS-AHORA
           PERFORM VARYING COLA-NUM FROM 1 BY 1 UNTIL COLA-NUM > 6
               MOVE 0 TO CUENTA-COLA (COLA-NUM)
           END-PERFORM

           OPEN OUTPUT RELEVO-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Relevo de turno " SC-NUMERO " - saliente "
                  SE-OPERADOR-ID " terminal " SE-TERMINAL-ID
                  " - " AHORA (1:8) " " AHORA (9:2) ":" AHORA (11:2)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Referencia            Dueno       Edad  Detalle"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 1 TO COLA-NUM
           PERFORM CABECERA-COLA
           PERFORM RECORRE-OPSPEND
           MOVE 2 TO COLA-NUM
           PERFORM CABECERA-COLA
           PERFORM RECORRE-EXCPWORK
           MOVE 3 TO COLA-NUM
           PERFORM CABECERA-COLA
           PERFORM RECORRE-CERROJOS
           MOVE 4 TO COLA-NUM
           PERFORM CABECERA-COLA
           PERFORM RECORRE-EMPSTAGE
           MOVE 5 TO COLA-NUM
           PERFORM CABECERA-COLA
           PERFORM RECORRE-EMPRECHZ
           MOVE 6 TO COLA-NUM
           PERFORM CABECERA-COLA
           PERFORM RECORRE-EXTSTAT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Total de elementos abiertos: " TOTAL-ABIERTOS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "Elementos abiertos: " TOTAL-ABIERTOS
                   " (detalle en " INFORME-NOMBRE ")."

           PERFORM PIDE-NOTAS
           CLOSE RELEVO-REPORT
           PERFORM GRABA-RELEVO
           DISPLAY "Relevo " SC-NUMERO " preparado; el operador "
                   "entrante lo aceptara al iniciar sesion.".

       PREPARA-RELEVO-FIN.
           EXIT.

      *Pasa la marca de tiempo de MARCA-EDAD a minutos absolutos.
       CALCULA-MINUTOS.
           COMPUTE MINUTOS-MARCA =
               FUNCTION INTEGER-OF-DATE (ME-FECHA) * 1440
               + ME-HORA * 60 + ME-MINUTO.

      *Antiguedad en horas del elemento cuya marca se deja en
      *MARCA-EDAD; sin marca valida la edad se muestra como guion.
       CALCULA-EDAD.
           IF ME-FECHA IS NUMERIC AND ME-FECHA > 0
                   AND ME-HORA IS NUMERIC AND ME-MINUTO IS NUMERIC
               PERFORM CALCULA-MINUTOS
               COMPUTE EDAD-HORAS =
                   (MINUTOS-AHORA - MINUTOS-MARCA) / 60
               IF EDAD-HORAS < 0
                   MOVE 0 TO EDAD-HORAS
               END-IF
               MOVE EDAD-HORAS TO EDAD-EDITADA
               MOVE SPACES TO LE-EDAD
               STRING EDAD-EDITADA " h" DELIMITED BY SIZE
                   INTO LE-EDAD
           ELSE
               MOVE "      -" TO LE-EDAD
           END-IF.

       CABECERA-COLA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING COLA-TITULO (COLA-NUM) " (" COLA-FICHERO (COLA-NUM)
                  ")"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-ELEMENTO.
           MOVE LINEA-ELEMENTO TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO CUENTA-COLA (COLA-NUM)
           ADD 1 TO TOTAL-ABIERTOS.

       RECORRE-OPSPEND.
           OPEN INPUT OPS-PENDIENTES
           IF PQ-STATUS = "00"
               PERFORM UNTIL PQ-STATUS NOT = "00"
                   READ OPS-PENDIENTES
                       AT END
                           MOVE "10" TO PQ-STATUS
                       NOT AT END
                           IF PQ-PENDIENTE
                               PERFORM ELEMENTO-OPSPEND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPS-PENDIENTES
           END-IF.

       ELEMENTO-OPSPEND.
           MOVE SPACES TO LE-REFERENCIA
           STRING "Operacion " PQ-OPERACION " motivo " PQ-MOTIVO
               DELIMITED BY SIZE INTO LE-REFERENCIA
           MOVE PQ-OPERADOR-ID TO LE-DUENO
           MOVE PQ-TIMESTAMP TO MARCA-EDAD
           PERFORM CALCULA-EDAD
           MOVE PQ-RESULTADO TO RESULTADO-EDITADO
           MOVE SPACES TO LE-DETALLE
           STRING "Resultado " RESULTADO-EDITADO " fecha "
                  PQ-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO LE-DETALLE
           PERFORM ESCRIBE-ELEMENTO.

       RECORRE-EXCPWORK.
           OPEN INPUT EXCP-WORK
           IF EW-STATUS = "00"
               PERFORM UNTIL EW-STATUS NOT = "00"
                   READ EXCP-WORK NEXT RECORD
                       AT END
                           MOVE "10" TO EW-STATUS
                       NOT AT END
                           IF EW-NUEVA OR EW-EN-REVISION
                               PERFORM ELEMENTO-EXCPWORK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCP-WORK
           END-IF.

      *Una excepcion nueva no tiene dueno; la reclamada es de quien
      *la reclamo en EXCPWB.
       ELEMENTO-EXCPWORK.
           MOVE SPACES TO LE-REFERENCIA
           STRING "Excepcion " EW-ID DELIMITED BY SIZE
               INTO LE-REFERENCIA
           IF EW-EN-REVISION
               MOVE EW-RESOLUTOR TO LE-DUENO
               MOVE "reclamada" TO ESTADO-TEXTO
           ELSE
               MOVE "-" TO LE-DUENO
               MOVE "nueva" TO ESTADO-TEXTO
           END-IF
           MOVE EW-TIMESTAMP TO MARCA-EDAD
           PERFORM CALCULA-EDAD
           MOVE SPACES TO LE-DETALLE
           STRING EW-SEVERIDAD " " EW-PROGRAMA (1:12) " "
                  EW-CAMPO " " ESTADO-TEXTO
               DELIMITED BY SIZE INTO LE-DETALLE
           PERFORM ESCRIBE-ELEMENTO.

       RECORRE-CERROJOS.
           OPEN INPUT CERROJOS-FILE
           IF CER-STATUS = "00"
               PERFORM UNTIL CER-STATUS NOT = "00"
                   READ CERROJOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO CER-STATUS
                       NOT AT END
                           IF CJ-ACTIVO
                               MOVE CJ-RECURSO TO LE-REFERENCIA
                               MOVE CJ-OPERADOR TO LE-DUENO
                               MOVE CJ-TIMESTAMP TO MARCA-EDAD
                               PERFORM CALCULA-EDAD
                               MOVE "Cerrojo tomado" TO LE-DETALLE
                               PERFORM ESCRIBE-ELEMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERROJOS-FILE
           END-IF.

      *La escena no guarda la hora del alta; se resume por lote con
      *el operador que lo preparo y sus altas pendientes.
       RECORRE-EMPSTAGE.
           MOVE 0 TO LOTE-COUNT
           OPEN INPUT EMP-STAGING
           IF SG-STATUS = "00"
               PERFORM UNTIL SG-STATUS NOT = "00"
                   READ EMP-STAGING
                       AT END
                           MOVE "10" TO SG-STATUS
                       NOT AT END
                           IF SG-PENDIENTE
                               PERFORM ACUMULA-LOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-STAGING
           END-IF
           PERFORM VARYING LOTE-IX FROM 1 BY 1
                   UNTIL LOTE-IX > LOTE-COUNT
               MOVE SPACES TO LE-REFERENCIA
               STRING "Lote " LT-LOTE (LOTE-IX) DELIMITED BY SIZE
                   INTO LE-REFERENCIA
               MOVE LT-OPERADOR (LOTE-IX) TO LE-DUENO
               MOVE "      -" TO LE-EDAD
               MOVE LT-ALTAS (LOTE-IX) TO ALTAS-EDITADAS
               MOVE SPACES TO LE-DETALLE
               STRING ALTAS-EDITADAS " altas sin cargar"
                   DELIMITED BY SIZE INTO LE-DETALLE
               PERFORM ESCRIBE-ELEMENTO
           END-PERFORM.

       ACUMULA-LOTE.
           SET LOTE-IX TO 1
           SEARCH LOTE-ENTRADA
               AT END
                   IF LOTE-COUNT < 200
                       ADD 1 TO LOTE-COUNT
                       MOVE SG-LOTE TO LT-LOTE (LOTE-COUNT)
                       MOVE SG-OPERADOR-ID TO LT-OPERADOR (LOTE-COUNT)
                       MOVE 1 TO LT-ALTAS (LOTE-COUNT)
                   END-IF
               WHEN LT-LOTE (LOTE-IX) = SG-LOTE
                   ADD 1 TO LT-ALTAS (LOTE-IX)
           END-SEARCH.

      *Todo lo que sigue en el fichero de rechazos esta sin reparar:
      *EMPFIX saca los que carga.
       RECORRE-EMPRECHZ.
           OPEN INPUT EMP-REJECTS
           IF RJ-STATUS = "00"
               PERFORM UNTIL RJ-STATUS NOT = "00"
                   READ EMP-REJECTS
                       AT END
                           MOVE "10" TO RJ-STATUS
                       NOT AT END
                           MOVE SPACES TO LE-REFERENCIA
                           STRING "Rechazo motivo " RJ-MOTIVO
                               DELIMITED BY SIZE INTO LE-REFERENCIA
                           MOVE "-" TO LE-DUENO
                           MOVE "      -" TO LE-EDAD
                           MOVE SPACES TO LE-DETALLE
                           STRING "Tipo " RJ-TIPO " " RJ-NOMBRE " "
                                  RJ-APELLIDOS
                               DELIMITED BY SIZE INTO LE-DETALLE
                           PERFORM ESCRIBE-ELEMENTO
                   END-READ
               END-PERFORM
               CLOSE EMP-REJECTS
           END-IF.

       RECORRE-EXTSTAT.
           OPEN INPUT EXTRACTOS-ESTADO
           IF EST-STATUS = "00"
               PERFORM UNTIL EST-STATUS NOT = "00"
                   READ EXTRACTOS-ESTADO
                       AT END
                           MOVE "10" TO EST-STATUS
                       NOT AT END
                           IF NOT ET-CASADO
                               PERFORM ELEMENTO-EXTSTAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACTOS-ESTADO
           END-IF.

      *La edad de un extracto cuenta desde el dia en que se envio.
       ELEMENTO-EXTSTAT.
           MOVE SPACES TO LE-REFERENCIA
           STRING "Extracto " ET-EXTRACTO DELIMITED BY SIZE
               INTO LE-REFERENCIA
           MOVE "FINANZAS" TO LE-DUENO
           MOVE SPACES TO MARCA-EDAD
           MOVE ET-FECHA TO ME-FECHA
           MOVE 0 TO ME-HORA
           MOVE 0 TO ME-MINUTO
           PERFORM CALCULA-EDAD
           EVALUATE TRUE
               WHEN ET-SIN-PAREJA
                   MOVE "acuse sin pareja" TO ESTADO-TEXTO
               WHEN ET-DISCREPANCIA
                   MOVE "con discrepancia" TO ESTADO-TEXTO
               WHEN ET-PENDIENTE
                   MOVE "acuse pendiente" TO ESTADO-TEXTO
               WHEN OTHER
                   MOVE ET-ESTADO TO ESTADO-TEXTO
           END-EVALUATE
           MOVE SPACES TO LE-DETALLE
           STRING "Enviado " ET-FECHA " " ESTADO-TEXTO
               DELIMITED BY SIZE INTO LE-DETALLE
           PERFORM ESCRIBE-ELEMENTO.

      *Notas libres del saliente, hasta 20 lineas; una linea en
      *blanco termina.
       PIDE-NOTAS.
           MOVE 0 TO NOTAS-GRABADAS
           MOVE "N" TO FIN-NOTAS
           DISPLAY "Notas para el turno entrante (linea en blanco "
                   "para terminar):"
           PERFORM UNTIL NO-MAS-NOTAS
               MOVE SPACES TO NOTA-TEXTO
               ACCEPT NOTA-TEXTO
               IF NOTA-TEXTO = SPACES OR NOTAS-GRABADAS >= 20
                   MOVE "S" TO FIN-NOTAS
               ELSE
                   PERFORM GRABA-NOTA
               END-IF
           END-PERFORM.

       GRABA-NOTA.
           IF NOTAS-GRABADAS = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "Notas del turno saliente:" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           ADD 1 TO NOTAS-GRABADAS
           MOVE SPACES TO RPT-LINE
           STRING "  " NOTA-TEXTO DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SC-NUMERO      TO TN-NUMERO
           MOVE NOTAS-GRABADAS TO TN-LINEA
           MOVE NOTA-TEXTO     TO TN-TEXTO
           OPEN EXTEND NOTAS-FILE
           IF TN-STATUS = "35"
               OPEN OUTPUT NOTAS-FILE
               CLOSE NOTAS-FILE
               OPEN EXTEND NOTAS-FILE
           END-IF
           WRITE RELNOTA-RECORD
           CLOSE NOTAS-FILE.

       GRABA-RELEVO.
           MOVE SC-NUMERO      TO TU-NUMERO
           MOVE SE-OPERADOR-ID TO TU-SALIENTE
           MOVE SE-TERMINAL-ID TO TU-TERMINAL-ID
           MOVE AHORA          TO TU-CREADO
           MOVE INFORME-NOMBRE TO TU-INFORME
           PERFORM VARYING COLA-NUM FROM 1 BY 1 UNTIL COLA-NUM > 6
               MOVE CUENTA-COLA (COLA-NUM) TO TU-CUENTA (COLA-NUM)
           END-PERFORM
           MOVE NOTAS-GRABADAS TO TU-NOTAS
           MOVE "P"            TO TU-ESTADO
           MOVE SPACES         TO TU-ENTRANTE
           MOVE SPACES         TO TU-ACEPTACION
           OPEN I-O RELEVOS-FILE
           IF TU-STATUS = "35"
               OPEN OUTPUT RELEVOS-FILE
               CLOSE RELEVOS-FILE
               OPEN I-O RELEVOS-FILE
           END-IF
           WRITE RELEVO-RECORD
               INVALID KEY
                   DISPLAY "El relevo " TU-NUMERO " ya existe en "
                           "RELEVO.DAT."
                   MOVE 8 TO CODIGO-RETORNO
           END-WRITE
           CLOSE RELEVOS-FILE.

       END PROGRAM RELEVO.
