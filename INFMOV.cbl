      *          destino con el nombre tomado de DEPTOS.DAT, lista el
      *          detalle de cada traslado y lo imprime en MOVDEPTO.PRT,
      *          para poder responder quien entro en cada departamento
      *          y en que periodo, y quien aprobo cada traslado. Puede
      *          pedirse en diferido desde GO-TO: ejecutado por COLAEJEC
      *          toma los filtros de la peticion de la cola (COLAPAR) en
      *          lugar de pedirlos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  MOV-ENTRADA OCCURS 1 TO 500 TIMES
                   DEPENDING ON MOV-COUNT
                   INDEXED BY MOV-IX.
               10  MT-REGISTRO    PIC X(59).
       01  DEPTO-COUNT         PIC 9(03) VALUE 0.
       01  DEPTO-TABLA.
           05  DEPTO-ENTRADA OCCURS 1 TO 100 TIMES
       01  NOMBRE-DEPTO        PIC X(20).
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY COLAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           MOVE "INFMOV" TO CJ-PROGRAMA.
           CALL "COLAPAR" USING COLAPAR-PARM.
           PERFORM CAPTURA-FILTROS.
           PERFORM CARGA-MOVIMIENTOS.
           PERFORM ESCRIBE-INFORME.

       CAPTURA-FILTROS.
           DISPLAY "Fecha desde AAAAMMDD (espacios para todas): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (1) TO FECHA-DESDE-X
           ELSE
               ACCEPT FECHA-DESDE-X
           END-IF.
           IF FECHA-DESDE-X = SPACES OR FECHA-DESDE-X NOT NUMERIC
               MOVE 0 TO FECHA-DESDE
           END-IF.
           DISPLAY "Fecha hasta AAAAMMDD (espacios para todas): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (2) TO FECHA-HASTA-X
           ELSE
               ACCEPT FECHA-HASTA-X
           END-IF.
           IF FECHA-HASTA-X = SPACES OR FECHA-HASTA-X NOT NUMERIC
               MOVE 99999999 TO FECHA-HASTA
           END-IF.
           DISPLAY "Departamento destino (espacios para todos): ".
           IF CJ-DESATENDIDO
               MOVE CJ-PARAMETRO (3) TO DEPTO-FILTRO
           ELSE
               ACCEPT DEPTO-FILTRO
           END-IF.

       CARGA-MOVIMIENTOS.
           OPEN INPUT EMP-MOVIMIENTOS
               ADD 1 TO SELECCIONADOS
               IF MOV-COUNT < 500
                   ADD 1 TO MOV-COUNT
                   MOVE MOVIMIENTO-RECORD (1:59)
                       TO MT-REGISTRO (MOV-COUNT)
               END-IF
               MOVE MV-DEPARTAMENTO-NVO TO DEPTO-BUSCADO
           WRITE RPT-LINE
           PERFORM VARYING MOV-IX FROM 1 BY 1
                   UNTIL MOV-IX > MOV-COUNT
               MOVE MT-REGISTRO (MOV-IX) TO MOVIMIENTO-RECORD (1:59)
               IF MV-DEPARTAMENTO-NVO = DT-CODIGO (DEPTO-IX)
                   PERFORM ESCRIBE-LINEA-MOVIMIENTO
               END-IF
                  "  de " MV-DEPARTAMENTO-ANT
                  " a " MV-DEPARTAMENTO-NVO
                  "  por " MV-OPERADOR-ID
                  "  aprobo " MV-APROBADOR-ID
               DELIMITED BY SIZE INTO RPT-LINE
               ON OVERFLOW
                   DISPLAY "Aviso: linea de traslado truncada en "
