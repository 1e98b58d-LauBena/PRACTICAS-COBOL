      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Ejecutor desatendido de la cola de peticiones
      *          diferidas COLATRAB.DAT que los operadores llenan desde
      *          GO-TO. Corre como paso del ciclo de la noche (o a mano)
      *          y ejecuta, por orden de numero, las peticiones en cola
      *          sin hora o cuya hora pedida ya paso: marca cada una en
      *          ejecucion, deja sus parametros en COLAACT.DAT para que
      *          el programa los tome con COLAPAR, recoge el codigo de
      *          retorno y la marca terminada o fallida. El informe
      *          resultante se copia a CJnnnnnn.PRT con una cabecera del
      *          solicitante, y su nombre queda en la peticion para que
      *          el solicitante lo vea desde GO-TO. Una peticion que
      *          quedo en ejecucion por una caida se da por fallida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLAEJEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-TRABAJOS ASSIGN TO "COLATRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUMERO
               FILE STATUS IS CT-STATUS.
           SELECT COLA-ACTIVA ASSIGN TO "COLAACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-STATUS.
           SELECT SALIDA-ORIGEN ASSIGN TO DYNAMIC ORIGEN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORI-STATUS.
           SELECT SALIDA-DESTINO ASSIGN TO DYNAMIC DESTINO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-TRABAJOS.
       COPY COLATRAB.
       FD  COLA-ACTIVA.
       01  ACTIVA-RECORD             PIC X(246).
       FD  SALIDA-ORIGEN.
       01  ORIGEN-LINE               PIC X(200).
       FD  SALIDA-DESTINO.
       01  DESTINO-LINE              PIC X(200).
       WORKING-STORAGE SECTION.
       01  CT-STATUS           PIC XX.
       01  ACT-STATUS          PIC XX.
       01  ORI-STATUS          PIC XX.
       01  DES-STATUS          PIC XX.
       01  ORIGEN-NOMBRE       PIC X(20).
       01  DESTINO-NOMBRE      PIC X(20).
       01  SALIDA-OBTENIDA     PIC X(12).
       01  AHORA               PIC 9(12).
       01  PASO-RC             PIC S9(04).
       01  LISTA-COUNT         PIC 9(03) VALUE 0.
       01  LISTA-TABLA.
           05  LISTA-NUMERO    PIC 9(06) OCCURS 500 TIMES.
       01  LISTA-IX            PIC 9(03).
       01  PETICION-LISTA-SW   PIC X VALUE "N".
           88  PETICION-LISTA         VALUE "S".
       01  EJECUTADAS          PIC 9(04) VALUE 0.
       01  FALLIDAS            PIC 9(04) VALUE 0.
       01  HUERFANAS           PIC 9(04) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY LOCKPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
      *Un solo ejecutor a la vez: la cola no se reparte.
           MOVE "E"        TO LK-ACCION
           MOVE "COLAEJEC" TO LK-RECURSO
           MOVE "COLAEJEC" TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM.
           IF NOT LK-CONCEDIDO
               DISPLAY "La cola ya la esta ejecutando otro proceso ("
                       LK-OPERADOR-DUENO " desde " LK-HORA-DUENO ")."
               MOVE 4 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM LIMPIA-ACTIVA.
           MOVE FUNCTION CURRENT-DATE (1:12) TO AHORA.
           PERFORM SELECCIONA-PETICIONES.
           PERFORM VARYING LISTA-IX FROM 1 BY 1
                   UNTIL LISTA-IX > LISTA-COUNT
               PERFORM EJECUTA-PETICION THRU EJECUTA-PETICION-FIN
           END-PERFORM.
           DISPLAY "Cola diferida: " EJECUTADAS " ejecutada(s), "
                   FALLIDAS " fallida(s), " HUERFANAS
                   " interrumpida(s) antes.".
           IF FALLIDAS > 0 OR HUERFANAS > 0
               MOVE 4 TO CODIGO-RETORNO
           END-IF.
           MOVE "D" TO LK-ACCION
           CALL "LOCKMGR" USING LOCKMGR-PARM.

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "COLAEJEC"           TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "COLAEJEC"           TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       LIMPIA-ACTIVA.
           OPEN OUTPUT COLA-ACTIVA
           CLOSE COLA-ACTIVA.

      *Con el cerrojo tomado, una peticion en ejecucion es de un
      *ejecutor que se cayo: se da por fallida con retorno 9999 y
      *no se repite sola. Las que tocan se anotan para ejecutarlas
      *despues, releyendolas una a una por si se anulan entretanto.
       SELECCIONA-PETICIONES.
           OPEN I-O COLA-TRABAJOS
           IF CT-STATUS NOT = "00"
               DISPLAY "No hay cola de peticiones COLATRAB.DAT."
           ELSE
               PERFORM UNTIL CT-STATUS NOT = "00"
                   READ COLA-TRABAJOS NEXT RECORD
                       AT END
                           MOVE "10" TO CT-STATUS
                       NOT AT END
                           PERFORM CLASIFICA-PETICION
                   END-READ
               END-PERFORM
               CLOSE COLA-TRABAJOS
           END-IF.

       CLASIFICA-PETICION.
           IF CT-EN-EJECUCION
               MOVE "F"  TO CT-ESTADO
               MOVE 9999 TO CT-RETORNO
               MOVE FUNCTION CURRENT-DATE TO CT-FIN
               REWRITE COLA-RECORD
               ADD 1 TO HUERFANAS
               DISPLAY "Peticion " CT-NUMERO " de " CT-SOLICITANTE
                       " interrumpida en una ejecucion anterior."
           END-IF
           IF CT-EN-COLA
                   AND (CT-PROGRAMADA = 0 OR CT-PROGRAMADA <= AHORA)
               IF LISTA-COUNT < 500
                   ADD 1 TO LISTA-COUNT
                   MOVE CT-NUMERO TO LISTA-NUMERO (LISTA-COUNT)
               END-IF
           END-IF.

       EJECUTA-PETICION.
           OPEN I-O COLA-TRABAJOS
           MOVE "N" TO PETICION-LISTA-SW
           MOVE LISTA-NUMERO (LISTA-IX) TO CT-NUMERO
           READ COLA-TRABAJOS
               INVALID KEY
                   MOVE "23" TO CT-STATUS
           END-READ
           IF CT-STATUS = "00" AND CT-EN-COLA
               MOVE "S" TO PETICION-LISTA-SW
               MOVE "E" TO CT-ESTADO
               MOVE FUNCTION CURRENT-DATE TO CT-INICIO
               REWRITE COLA-RECORD
           END-IF
           CLOSE COLA-TRABAJOS
           IF NOT PETICION-LISTA
               GO TO EJECUTA-PETICION-FIN.
           OPEN OUTPUT COLA-ACTIVA
           MOVE COLA-RECORD TO ACTIVA-RECORD
           WRITE ACTIVA-RECORD
           CLOSE COLA-ACTIVA
           DISPLAY "Ejecutando peticion " CT-NUMERO ": " CT-PROGRAMA
                   " de " CT-SOLICITANTE
           MOVE 0 TO RETURN-CODE
      *Cada programa se descarga tras su ejecucion para que la
      *siguiente peticion lo encuentre en su estado inicial.
           EVALUATE CT-PROGRAMA
               WHEN "LEDGINQ"
                   MOVE "LEDGER.PRT" TO ORIGEN-NOMBRE
                   CALL "LEDGINQ"
                   CANCEL "LEDGINQ"
               WHEN "LEDGSTMT"
                   MOVE "EXTRACTO.PRT" TO ORIGEN-NOMBRE
                   CALL "LEDGSTMT"
                   CANCEL "LEDGSTMT"
               WHEN "INFMOV"
                   MOVE "MOVDEPTO.PRT" TO ORIGEN-NOMBRE
                   CALL "INFMOV"
                   CANCEL "INFMOV"
               WHEN "EXTRACT"
                   MOVE SPACES TO ORIGEN-NOMBRE
                   CALL "EXTRACT"
                   CANCEL "EXTRACT"
               WHEN OTHER
                   DISPLAY "Programa no admitido en la cola: "
                           CT-PROGRAMA
                   MOVE SPACES TO ORIGEN-NOMBRE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           MOVE RETURN-CODE TO PASO-RC
           PERFORM LIMPIA-ACTIVA
           MOVE SPACES TO CT-SALIDA
           IF PASO-RC < 8
               IF CT-PROGRAMA = "EXTRACT"
                   MOVE "CALCEXT.TXT" TO CT-SALIDA
               ELSE
                   PERFORM COPIA-SALIDA
               END-IF
           END-IF
           OPEN I-O COLA-TRABAJOS
           MOVE LISTA-NUMERO (LISTA-IX) TO CT-NUMERO
           MOVE CT-SALIDA TO SALIDA-OBTENIDA
           READ COLA-TRABAJOS
               INVALID KEY
                   MOVE "23" TO CT-STATUS
           END-READ
           IF CT-STATUS = "00"
               IF PASO-RC >= 8
                   MOVE "F" TO CT-ESTADO
                   ADD 1 TO FALLIDAS
               ELSE
                   MOVE "T" TO CT-ESTADO
                   ADD 1 TO EJECUTADAS
               END-IF
               IF PASO-RC < 0
                   MOVE 9999 TO CT-RETORNO
               ELSE
                   MOVE PASO-RC TO CT-RETORNO
               END-IF
               MOVE SALIDA-OBTENIDA TO CT-SALIDA
               MOVE FUNCTION CURRENT-DATE TO CT-FIN
               REWRITE COLA-RECORD
           END-IF
           CLOSE COLA-TRABAJOS
           MOVE 0 TO RETURN-CODE.

       EJECUTA-PETICION-FIN.
           EXIT.

      *El informe fijo del programa se pisa en la siguiente ejecucion;
      *la copia con el numero de la peticion es la del solicitante.
       COPIA-SALIDA.
           MOVE SPACES TO DESTINO-NOMBRE
           STRING "CJ" CT-NUMERO ".PRT"
               DELIMITED BY SIZE INTO DESTINO-NOMBRE
           OPEN INPUT SALIDA-ORIGEN
           IF ORI-STATUS NOT = "00"
               DISPLAY "No se encontro la salida " ORIGEN-NOMBRE
                       " de la peticion " CT-NUMERO "."
           ELSE
               OPEN OUTPUT SALIDA-DESTINO
               MOVE SPACES TO DESTINO-LINE
               STRING "Peticion diferida " CT-NUMERO " de "
                      CT-SOLICITANTE " (" CT-TERMINAL-ID ") - "
                      CT-PROGRAMA " - pedida el "
                      CT-FECHA-PETICION (1:8) ", ejecutada el "
                      CT-INICIO (1:8) " a las " CT-INICIO (9:4)
                   DELIMITED BY SIZE INTO DESTINO-LINE
               WRITE DESTINO-LINE
               PERFORM UNTIL ORI-STATUS NOT = "00"
                   READ SALIDA-ORIGEN
                       AT END
                           MOVE "10" TO ORI-STATUS
                       NOT AT END
                           MOVE ORIGEN-LINE TO DESTINO-LINE
                           WRITE DESTINO-LINE
                   END-READ
               END-PERFORM
               CLOSE SALIDA-DESTINO
               CLOSE SALIDA-ORIGEN
               MOVE DESTINO-NOMBRE TO CT-SALIDA
           END-IF.

       END PROGRAM COLAEJEC.
