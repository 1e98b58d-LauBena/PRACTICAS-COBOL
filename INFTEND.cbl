      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Informe de tendencia mensual del libro de calculos:
      *          para los ultimos 24 meses hasta la fecha de negocio
      *          imprime en TENDENC.PRT apuntes, importe y
      *          reversiones de cada mes junto al mismo mes del ano
      *          anterior y su variacion en %, en total, por
      *          operacion y por operador, y la mezcla de bandas de
      *          cada mes. El periodo vivo sale del resumen diario
      *          RESDIA.DAT y los meses anteriores de las
      *          generaciones de archivo anotadas en CATARCH.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFTEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LEDGER ASSIGN TO "CALCLDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT RESUMEN-DIA ASSIGN TO "RESDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS RS-STATUS.
           SELECT MARCA-RESUMEN ASSIGN TO "RESDIAGN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MRC-STATUS.
           SELECT CATALOGO-ARCHIVOS ASSIGN TO "CATARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT LEDGER-ARCHIVO ASSIGN TO DYNAMIC ARCHIVO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-STATUS.
           SELECT TENDENCIA-REPORT ASSIGN TO "TENDENC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LEDGER.
       COPY CALCLDGR.
       FD  RESUMEN-DIA.
       COPY RESDIA.
       FD  MARCA-RESUMEN.
       01  MARCA-RESUMEN-RECORD      PIC 9(08).
       FD  CATALOGO-ARCHIVOS.
       COPY CATARCH.
       FD  LEDGER-ARCHIVO.
       01  ARCHIVO-REGISTRO          PIC X(200).
       FD  TENDENCIA-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  CL-STATUS           PIC XX.
       01  RS-STATUS           PIC XX.
       01  MRC-STATUS          PIC XX.
       01  CAT-STATUS          PIC XX.
       01  ARC-STATUS          PIC XX.
       01  RPT-STATUS          PIC XX.
       01  RESUMEN-FRESCO      PIC X VALUE "N".
           88  RESUMEN-ES-FRESCO      VALUE "S".
       01  ARCHIVO-NOMBRE      PIC X(21).
       01  LEIDOS              PIC 9(07) VALUE 0.
       01  GENERACIONES        PIC 9(03) VALUE 0.
      *Los meses se numeran de forma continua (ano * 12 + mes - 1)
      *para restar sin saltos de ano; el mes 1 de la tabla es el
      *mismo mes del ano anterior al primero de los 24 listados.
       01  FECHA-REGISTRO      PIC 9(08).
       01  FECHA-REGISTRO-R REDEFINES FECHA-REGISTRO.
           05  FR-ANIO            PIC 9(04).
           05  FR-MES             PIC 9(02).
           05  FR-DIA             PIC 9(02).
       01  FECHA-DESDE         PIC 9(08).
       01  MES-CONTINUO        PIC 9(06).
       01  MES-BASE            PIC 9(06).
       01  MES-IX              PIC S9(04).
       01  MES-ANT-IX          PIC 9(02).
       01  MES-ETIQUETA        PIC 9(06).
       01  MES-ETIQUETA-R REDEFINES MES-ETIQUETA.
           05  ME-ANIO            PIC 9(04).
           05  ME-MES             PIC 9(02).
       01  MES-RESTO           PIC 9(02).
       01  BANDA-IX            PIC 9(02).
       01  BANDA-APUNTE        PIC X(10).
      *Aportacion de un apunte o de una entrada del resumen a las
      *filas de total, operacion y operador del mes.
       01  APORTE-CUENTA       PIC 9(07).
       01  APORTE-SUMA         PIC S9(11)V99.
       01  APORTE-REVERS       PIC 9(07).
       01  APORTE-OPERACION    PIC X(12).
       01  APORTE-OPERADOR     PIC X(08).
       01  BUSCA-TIPO          PIC X.
       01  BUSCA-CLAVE         PIC X(12).
       01  TEND-COUNT          PIC 9(03) VALUE 0.
       01  TENDENCIA-TABLA.
           05  TEND-ENTRADA OCCURS 200 TIMES
                   INDEXED BY TEND-IX.
               10  TD-TIPO        PIC X.
                   88  TD-TOTAL          VALUE "G".
                   88  TD-OPERACION      VALUE "O".
                   88  TD-OPERADOR       VALUE "U".
               10  TD-CLAVE       PIC X(12).
               10  TD-MES OCCURS 36 TIMES.
                   15  TD-CUENTA     PIC 9(07).
                   15  TD-SUMA       PIC S9(11)V99.
                   15  TD-REVERS     PIC 9(07).
       01  TABLA-LLENA-SW      PIC X VALUE "N".
           88  TABLA-LLENA            VALUE "S".
       01  BANDA-COUNT         PIC 9(02) VALUE 0.
       01  BANDA-TABLA.
           05  BANDA-ENTRADA OCCURS 20 TIMES
                   INDEXED BY BM-IX.
               10  BM-NOMBRE      PIC X(10).
               10  BM-CUENTA      PIC 9(07) OCCURS 36 TIMES.
       01  ENCONTRADO          PIC X VALUE "N".
           88  ENTRADA-ENCONTRADA    VALUE "S".
       01  SECCION-TIPO        PIC X.
       01  VAR-ACTUAL          PIC S9(11)V99.
       01  VAR-ANTERIOR        PIC S9(11)V99.
       01  VAR-PORCENTAJE      PIC S9(05)V9.
       01  VAR-EDITADA         PIC -ZZZZ9.9.
       01  VAR-TEXTO           PIC X(08).
       01  PORC-MES            PIC 9(03)V9.
       01  PORC-EDITADO        PIC ZZ9.9.
       01  LINEA-TENDENCIA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WT-MES             PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WT-CUENTA          PIC ZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WT-SUMA            PIC -9(11).99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WT-REVERS          PIC ZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WT-CUENTA-ANT      PIC ZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WT-SUMA-ANT        PIC -9(11).99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WT-VAR-CUENTA      PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WT-VAR-SUMA        PIC X(08).
       01  LINEA-BANDA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WB-MES             PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WB-BANDA           PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WB-CUENTA          PIC ZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WB-PORC            PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WB-CUENTA-ANT      PIC ZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WB-PORC-ANT        PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WB-VAR             PIC X(08).
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY CLASBND.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM PREPARA-VENTANA.
           PERFORM COMPRUEBA-MARCA-RESUMEN.
           IF RESUMEN-ES-FRESCO
               PERFORM RECORRE-RESUMEN
           ELSE
               DISPLAY "Aviso: RESDIA.DAT no es de la fecha de "
                       "negocio; se recorre el libro vivo."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
               PERFORM RECORRE-LEDGER
           END-IF.
           PERFORM RECORRE-ARCHIVOS.
           PERFORM ESCRIBE-INFORME.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INFTEND"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INFTEND"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

      *La ventana son 36 meses: los 24 del informe y los 12
      *anteriores, que solo se usan como comparacion. La fila 1
      *de la tabla es el total general.
       PREPARA-VENTANA.
           MOVE FN-FECHA-NEGOCIO TO FECHA-REGISTRO
           COMPUTE MES-BASE = FR-ANIO * 12 + FR-MES - 1 - 35
           DIVIDE MES-BASE BY 12 GIVING ME-ANIO REMAINDER MES-RESTO
           COMPUTE ME-MES = MES-RESTO + 1
           COMPUTE FECHA-DESDE = MES-ETIQUETA * 100 + 1
           INITIALIZE TENDENCIA-TABLA
           INITIALIZE BANDA-TABLA
           MOVE 1 TO TEND-COUNT
           MOVE "G" TO TD-TIPO (1)
           MOVE "TOTAL" TO TD-CLAVE (1).

      *Misma comprobacion de frescura que INFBANDA: un resumen de
      *otro dia no cubre el libro vivo de hoy.
       COMPRUEBA-MARCA-RESUMEN.
           MOVE "N" TO RESUMEN-FRESCO
           OPEN INPUT MARCA-RESUMEN
           IF MRC-STATUS = "00"
               READ MARCA-RESUMEN
                   NOT AT END
                       IF MARCA-RESUMEN-RECORD = FN-FECHA-NEGOCIO
                           MOVE "S" TO RESUMEN-FRESCO
                       END-IF
               END-READ
               CLOSE MARCA-RESUMEN
           END-IF.

       RECORRE-RESUMEN.
           OPEN INPUT RESUMEN-DIA
           IF RS-STATUS NOT = "00"
               DISPLAY "No se encontro RESDIA.DAT."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               MOVE LOW-VALUES TO RS-KEY
               MOVE FECHA-DESDE TO RS-FECHA
               START RESUMEN-DIA KEY IS >= RS-KEY
                   INVALID KEY
                       MOVE "10" TO RS-STATUS
               END-START
               PERFORM UNTIL RS-STATUS NOT = "00"
                   READ RESUMEN-DIA NEXT RECORD
                       AT END
                           MOVE "10" TO RS-STATUS
                       NOT AT END
                           PERFORM ACUMULA-RESUMEN
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-DIA
           END-IF.

       ACUMULA-RESUMEN.
           MOVE RS-FECHA TO FECHA-REGISTRO
           PERFORM CALCULA-MES-IX
           IF MES-IX >= 1 AND MES-IX <= 36
               ADD RS-CUENTA TO LEIDOS
               MOVE RS-CUENTA      TO APORTE-CUENTA
               MOVE RS-SUMA        TO APORTE-SUMA
               MOVE RS-COMPENSADOS TO APORTE-REVERS
               MOVE RS-OPERACION   TO APORTE-OPERACION
               MOVE RS-OPERADOR    TO APORTE-OPERADOR
               PERFORM ACUMULA-FILAS
               PERFORM VARYING BANDA-IX FROM 1 BY 1
                       UNTIL BANDA-IX > 12
                   IF RS-BANDA-NOMBRE (BANDA-IX) NOT = SPACES
                       MOVE RS-BANDA-NOMBRE (BANDA-IX)
                           TO BANDA-APUNTE
                       MOVE RS-BANDA-CUENTA (BANDA-IX)
                           TO APORTE-CUENTA
                       PERFORM ACUMULA-BANDA
                   END-IF
               END-PERFORM
           END-IF.

       RECORRE-LEDGER.
           OPEN INPUT CALC-LEDGER
           IF CL-STATUS NOT = "00"
               DISPLAY "No se encontro CALC-LEDGER (CALCLDGR.DAT)."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               PERFORM UNTIL CL-STATUS NOT = "00"
                   READ CALC-LEDGER NEXT RECORD
                       AT END
                           MOVE "10" TO CL-STATUS
                       NOT AT END
                           PERFORM ACUMULA-APUNTE
                   END-READ
               END-PERFORM
               CLOSE CALC-LEDGER
           END-IF.

      *LEDGARCH traslada los apuntes fuera del libro vivo, asi que
      *las generaciones y el libro vivo no se solapan. Solo se
      *abren las generaciones con corte dentro de la ventana.
       RECORRE-ARCHIVOS.
           OPEN INPUT CATALOGO-ARCHIVOS
           IF CAT-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL CAT-STATUS NOT = "00"
                   READ CATALOGO-ARCHIVOS
                       AT END
                           MOVE "10" TO CAT-STATUS
                       NOT AT END
                           IF CA-FECHA-CORTE >= FECHA-DESDE
                               PERFORM RECORRE-UN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-ARCHIVOS
           END-IF.

       RECORRE-UN-ARCHIVO.
           MOVE CA-NOMBRE TO ARCHIVO-NOMBRE
           OPEN INPUT LEDGER-ARCHIVO
           IF ARC-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir la generacion "
                       ARCHIVO-NOMBRE " del catalogo."
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               ADD 1 TO GENERACIONES
               PERFORM UNTIL ARC-STATUS NOT = "00"
                   READ LEDGER-ARCHIVO
                       AT END
                           MOVE "10" TO ARC-STATUS
                       NOT AT END
                           MOVE ARCHIVO-REGISTRO
                               TO CALC-LEDGER-RECORD
                           PERFORM ACUMULA-APUNTE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ARCHIVO
           END-IF.

      *Un apunte suelto cuenta como una entrada del resumen: las
      *compensaciones (con clave original) son las reversiones, y
      *los apuntes sin banda grabada se clasifican con CLASBAND.
       ACUMULA-APUNTE.
           IF CL-FECHA-NEGOCIO > 0
               MOVE CL-FECHA-NEGOCIO TO FECHA-REGISTRO
           ELSE
               MOVE CL-TIMESTAMP (1:8) TO FECHA-REGISTRO
           END-IF
           PERFORM CALCULA-MES-IX
           IF MES-IX >= 1 AND MES-IX <= 36
               ADD 1 TO LEIDOS
               MOVE 1            TO APORTE-CUENTA
               MOVE CL-RESULTADO TO APORTE-SUMA
               IF CL-KEY-ORIGINAL NOT = SPACES
                   MOVE 1 TO APORTE-REVERS
               ELSE
                   MOVE 0 TO APORTE-REVERS
               END-IF
               MOVE CL-OPERACION   TO APORTE-OPERACION
               MOVE CL-OPERADOR-ID TO APORTE-OPERADOR
               PERFORM ACUMULA-FILAS
               IF CL-BANDA = SPACES OR CL-BANDA = LOW-VALUES
                   MOVE CL-RESULTADO TO CB-RESULTADO
                   CALL "CLASBAND" USING CLASBAND-PARM
                   MOVE CB-BANDA TO BANDA-APUNTE
               ELSE
                   MOVE CL-BANDA TO BANDA-APUNTE
               END-IF
               MOVE 1 TO APORTE-CUENTA
               PERFORM ACUMULA-BANDA
           END-IF.

       CALCULA-MES-IX.
           IF FECHA-REGISTRO IS NOT NUMERIC
               MOVE 0 TO MES-IX
           ELSE
               COMPUTE MES-CONTINUO = FR-ANIO * 12 + FR-MES - 1
               COMPUTE MES-IX = MES-CONTINUO - MES-BASE + 1
           END-IF.

      *Reparte la aportacion en la fila de total, la de su
      *operacion y la de su operador.
       ACUMULA-FILAS.
           SET TEND-IX TO 1
           PERFORM SUMA-APORTE
           MOVE "O" TO BUSCA-TIPO
           MOVE APORTE-OPERACION TO BUSCA-CLAVE
           PERFORM BUSCA-FILA
           IF ENTRADA-ENCONTRADA
               PERFORM SUMA-APORTE
           END-IF
           MOVE "U" TO BUSCA-TIPO
           MOVE APORTE-OPERADOR TO BUSCA-CLAVE
           PERFORM BUSCA-FILA
           IF ENTRADA-ENCONTRADA
               PERFORM SUMA-APORTE
           END-IF.

       SUMA-APORTE.
           ADD APORTE-CUENTA TO TD-CUENTA (TEND-IX MES-IX)
           ADD APORTE-SUMA   TO TD-SUMA (TEND-IX MES-IX)
           ADD APORTE-REVERS TO TD-REVERS (TEND-IX MES-IX).

       BUSCA-FILA.
           MOVE "N" TO ENCONTRADO
           PERFORM VARYING TEND-IX FROM 1 BY 1
                   UNTIL TEND-IX > TEND-COUNT
                       OR ENTRADA-ENCONTRADA
               IF TD-TIPO (TEND-IX) = BUSCA-TIPO
                       AND TD-CLAVE (TEND-IX) = BUSCA-CLAVE
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM
           IF ENTRADA-ENCONTRADA
               SET TEND-IX DOWN BY 1
           ELSE
               IF TEND-COUNT < 200
                   ADD 1 TO TEND-COUNT
                   SET TEND-IX TO TEND-COUNT
                   MOVE BUSCA-TIPO  TO TD-TIPO (TEND-IX)
                   MOVE BUSCA-CLAVE TO TD-CLAVE (TEND-IX)
                   MOVE "S" TO ENCONTRADO
               ELSE
                   IF NOT TABLA-LLENA
                       MOVE "S" TO TABLA-LLENA-SW
                       DISPLAY "Aviso: tabla de tendencias llena; "
                               "hay operaciones u operadores fuera "
                               "del informe."
                       IF CODIGO-RETORNO < 4
                           MOVE 4 TO CODIGO-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACUMULA-BANDA.
           MOVE "N" TO ENCONTRADO
           PERFORM VARYING BM-IX FROM 1 BY 1
                   UNTIL BM-IX > BANDA-COUNT
                       OR ENTRADA-ENCONTRADA
               IF BM-NOMBRE (BM-IX) = BANDA-APUNTE
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM
           IF ENTRADA-ENCONTRADA
               SET BM-IX DOWN BY 1
               ADD APORTE-CUENTA TO BM-CUENTA (BM-IX MES-IX)
           ELSE
               IF BANDA-COUNT < 20
                   ADD 1 TO BANDA-COUNT
                   MOVE BANDA-APUNTE TO BM-NOMBRE (BANDA-COUNT)
                   MOVE APORTE-CUENTA
                       TO BM-CUENTA (BANDA-COUNT MES-IX)
               END-IF
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT TENDENCIA-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Tendencia mensual del libro de calculos - Fecha: "
                   FUNCTION CURRENT-DATE (1:8)
                  "  Negocio: " FN-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Apuntes leidos: " LEIDOS
                  "  Generaciones de archivo: " GENERACIONES
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "G" TO SECCION-TIPO
           PERFORM ESCRIBE-SECCION
           MOVE SPACES TO RPT-LINE
           STRING "== Por operacion =="
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "O" TO SECCION-TIPO
           PERFORM ESCRIBE-SECCION
           MOVE SPACES TO RPT-LINE
           STRING "== Por operador =="
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "U" TO SECCION-TIPO
           PERFORM ESCRIBE-SECCION
           PERFORM ESCRIBE-MEZCLA-BANDAS
           CLOSE TENDENCIA-REPORT
           DISPLAY "Tendencia mensual grabada en TENDENC.PRT. "
                   "Apuntes: " LEIDOS.

       ESCRIBE-SECCION.
           PERFORM VARYING TEND-IX FROM 1 BY 1
                   UNTIL TEND-IX > TEND-COUNT
               IF TD-TIPO (TEND-IX) = SECCION-TIPO
                   PERFORM ESCRIBE-FILA
               END-IF
           END-PERFORM.

      *El total lista los 24 meses; operaciones y operadores solo
      *los meses con actividad en el propio mes o un ano antes.
       ESCRIBE-FILA.
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN TD-TOTAL (TEND-IX)
                   STRING "Total del libro"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN TD-OPERACION (TEND-IX)
                   STRING "Operacion: " TD-CLAVE (TEND-IX)
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN OTHER
                   STRING "Operador: " TD-CLAVE (TEND-IX)
                       DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Mes     Apuntes          Importe   Revers.  "
                  "Apun.ant.      Importe ant.   %Apun.    %Imp."
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING MES-IX FROM 13 BY 1 UNTIL MES-IX > 36
               COMPUTE MES-ANT-IX = MES-IX - 12
               IF TD-TOTAL (TEND-IX)
                       OR TD-CUENTA (TEND-IX MES-IX) > 0
                       OR TD-CUENTA (TEND-IX MES-ANT-IX) > 0
                   PERFORM ESCRIBE-LINEA-MES
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       ESCRIBE-LINEA-MES.
           PERFORM CALCULA-ETIQUETA-MES
           MOVE MES-ETIQUETA                    TO WT-MES
           MOVE TD-CUENTA (TEND-IX MES-IX)      TO WT-CUENTA
           MOVE TD-SUMA (TEND-IX MES-IX)        TO WT-SUMA
           MOVE TD-REVERS (TEND-IX MES-IX)      TO WT-REVERS
           MOVE TD-CUENTA (TEND-IX MES-ANT-IX)  TO WT-CUENTA-ANT
           MOVE TD-SUMA (TEND-IX MES-ANT-IX)    TO WT-SUMA-ANT
           MOVE TD-CUENTA (TEND-IX MES-IX)      TO VAR-ACTUAL
           MOVE TD-CUENTA (TEND-IX MES-ANT-IX)  TO VAR-ANTERIOR
           PERFORM CALCULA-VARIACION
           MOVE VAR-TEXTO TO WT-VAR-CUENTA
           MOVE TD-SUMA (TEND-IX MES-IX)        TO VAR-ACTUAL
           MOVE TD-SUMA (TEND-IX MES-ANT-IX)    TO VAR-ANTERIOR
           PERFORM CALCULA-VARIACION
           MOVE VAR-TEXTO TO WT-VAR-SUMA
           MOVE LINEA-TENDENCIA TO RPT-LINE
           WRITE RPT-LINE.

       CALCULA-ETIQUETA-MES.
           COMPUTE MES-CONTINUO = MES-BASE + MES-IX - 1
           DIVIDE MES-CONTINUO BY 12 GIVING ME-ANIO
               REMAINDER MES-RESTO
           COMPUTE ME-MES = MES-RESTO + 1.

      *Sin base el ano anterior la variacion no tiene sentido y se
      *imprime n/d; la base negativa se toma en valor absoluto para
      *que el signo siga indicando subida o bajada.
       CALCULA-VARIACION.
           IF VAR-ANTERIOR = 0
               MOVE "     n/d" TO VAR-TEXTO
           ELSE
               IF VAR-ANTERIOR < 0
                   COMPUTE VAR-PORCENTAJE ROUNDED =
                       (VAR-ACTUAL - VAR-ANTERIOR) * 100
                           / (0 - VAR-ANTERIOR)
                       ON SIZE ERROR
                           MOVE 99999.9 TO VAR-PORCENTAJE
                   END-COMPUTE
               ELSE
                   COMPUTE VAR-PORCENTAJE ROUNDED =
                       (VAR-ACTUAL - VAR-ANTERIOR) * 100
                           / VAR-ANTERIOR
                       ON SIZE ERROR
                           MOVE 99999.9 TO VAR-PORCENTAJE
                   END-COMPUTE
               END-IF
               MOVE VAR-PORCENTAJE TO VAR-EDITADA
               MOVE VAR-EDITADA TO VAR-TEXTO
           END-IF.

      *Mezcla de bandas: cuenta de cada banda en el mes, su peso
      *sobre los apuntes del mes y la misma cuenta un ano antes.
       ESCRIBE-MEZCLA-BANDAS.
           MOVE SPACES TO RPT-LINE
           STRING "== Mezcla de bandas =="
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Mes     Banda         Apuntes  % mes   "
                  "Apun.ant.  % ant.   %Var."
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING MES-IX FROM 13 BY 1 UNTIL MES-IX > 36
               COMPUTE MES-ANT-IX = MES-IX - 12
               PERFORM CALCULA-ETIQUETA-MES
               PERFORM VARYING BM-IX FROM 1 BY 1
                       UNTIL BM-IX > BANDA-COUNT
                   IF BM-CUENTA (BM-IX MES-IX) > 0
                           OR BM-CUENTA (BM-IX MES-ANT-IX) > 0
                       PERFORM ESCRIBE-LINEA-BANDA
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBE-LINEA-BANDA.
           MOVE MES-ETIQUETA                 TO WB-MES
           MOVE BM-NOMBRE (BM-IX)            TO WB-BANDA
           MOVE BM-CUENTA (BM-IX MES-IX)     TO WB-CUENTA
           MOVE BM-CUENTA (BM-IX MES-ANT-IX) TO WB-CUENTA-ANT
           MOVE SPACES TO WB-PORC
           IF TD-CUENTA (1 MES-IX) > 0
               COMPUTE PORC-MES ROUNDED =
                   BM-CUENTA (BM-IX MES-IX) * 100
                       / TD-CUENTA (1 MES-IX)
               MOVE PORC-MES TO PORC-EDITADO
               STRING PORC-EDITADO "%"
                   DELIMITED BY SIZE INTO WB-PORC
           END-IF
           MOVE SPACES TO WB-PORC-ANT
           IF TD-CUENTA (1 MES-ANT-IX) > 0
               COMPUTE PORC-MES ROUNDED =
                   BM-CUENTA (BM-IX MES-ANT-IX) * 100
                       / TD-CUENTA (1 MES-ANT-IX)
               MOVE PORC-MES TO PORC-EDITADO
               STRING PORC-EDITADO "%"
                   DELIMITED BY SIZE INTO WB-PORC-ANT
           END-IF
           MOVE BM-CUENTA (BM-IX MES-IX)     TO VAR-ACTUAL
           MOVE BM-CUENTA (BM-IX MES-ANT-IX) TO VAR-ANTERIOR
           PERFORM CALCULA-VARIACION
           MOVE VAR-TEXTO TO WB-VAR
           MOVE LINEA-BANDA TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INFTEND.
