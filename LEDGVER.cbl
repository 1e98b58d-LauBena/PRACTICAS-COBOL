      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Verificacion nocturna de la cadena de control del
      *          libro de calculos: recalcula con LEDGCHN el valor de
      *          cadena de cada apunte, primero en las generaciones de
      *          archivo anotadas en CATARCH.DAT (comprobando su valor
      *          de cierre) y despues en CALCLDGR.DAT en orden de
      *          clave, y compara el ultimo valor con la cabeza de
      *          LEDGCHN.DAT. Los apuntes sin sellar solo se admiten
      *          antes del primero sellado. Cada enlace roto sale en
      *          LEDGVER.PRT y el primero ademas como excepcion grave
      *          en EXCEPTIONS.LOG para su revision con EXCPWB.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LEDGER ASSIGN TO "CALCLDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT CATALOGO-ARCHIVOS ASSIGN TO "CATARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT LEDGER-ARCHIVO ASSIGN TO DYNAMIC ARCHIVO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-STATUS.
           SELECT CABEZA-CADENA ASSIGN TO "LEDGCHN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CC-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
           SELECT CADENA-REPORT ASSIGN TO "LEDGVER.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LEDGER.
       COPY CALCLDGR.
       FD  CATALOGO-ARCHIVOS.
       COPY CATARCH.
       FD  LEDGER-ARCHIVO.
       01  ARCHIVO-REGISTRO          PIC X(200).
       FD  CABEZA-CADENA.
       COPY LEDGCAB.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       FD  CADENA-REPORT.
       01  RPT-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  CL-STATUS           PIC XX.
       01  CAT-STATUS          PIC XX.
       01  ARC-STATUS          PIC XX.
       01  CC-STATUS           PIC XX.
       01  EX-STATUS           PIC XX.
       01  RPT-STATUS          PIC XX.
       01  ARCHIVO-NOMBRE      PIC X(21).
       01  ORIGEN-APUNTE       PIC X(21).
       01  CADENA-PREVIA       PIC 9(10) VALUE 0.
       01  CADENA-INICIADA-SW  PIC X VALUE "N".
           88  CADENA-INICIADA        VALUE "S".
       01  MOTIVO-ROTURA       PIC X(30).
       01  CLAVE-ROTURA        PIC X(37).
       01  GENERACIONES        PIC 9(05) VALUE 0.
       01  APUNTES-REVISADOS   PIC 9(07) VALUE 0.
       01  APUNTES-SIN-SELLAR  PIC 9(07) VALUE 0.
       01  ROTURAS             PIC 9(05) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY CADENPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           PERFORM ABRE-INFORME.
           PERFORM RECORRE-CATALOGO.
           PERFORM RECORRE-LEDGER.
           PERFORM COMPRUEBA-CABEZA.
           PERFORM ESCRIBE-TOTALES.
           CLOSE CADENA-REPORT.
           IF ROTURAS = 0
               DISPLAY "Cadena del libro de calculos verificada: "
                       APUNTES-REVISADOS " apuntes sin roturas."
           ELSE
               DISPLAY "Cadena del libro de calculos ROTA: " ROTURAS
                       " enlaces rotos, detalle en LEDGVER.PRT."
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "LEDGVER"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "LEDGVER"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       ABRE-INFORME.
           OPEN OUTPUT CADENA-REPORT
           MOVE SPACES TO RPT-LINE
           STRING "Verificacion de la cadena del libro de calculos - "
                  "Fecha: " FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *Las generaciones se recorren en el orden en que LEDGARCH las
      *anoto; las anotadas antes de la cadena no tienen cierre.
       RECORRE-CATALOGO.
           OPEN INPUT CATALOGO-ARCHIVOS
           IF CAT-STATUS = "00"
               PERFORM UNTIL CAT-STATUS NOT = "00"
                   READ CATALOGO-ARCHIVOS
                       AT END
                           MOVE "10" TO CAT-STATUS
                       NOT AT END
                           PERFORM RECORRE-UN-ARCHIVO
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-ARCHIVOS
           END-IF.

      *Una generacion que no se puede abrir no se puede probar; si
      *tiene cierre anotado la cadena sigue desde ese cierre.
       RECORRE-UN-ARCHIVO.
           ADD 1 TO GENERACIONES
           MOVE CA-NOMBRE TO ARCHIVO-NOMBRE
           MOVE CA-NOMBRE TO ORIGEN-APUNTE
           OPEN INPUT LEDGER-ARCHIVO
           IF ARC-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir la generacion "
                       ARCHIVO-NOMBRE " del catalogo."
               MOVE SPACES TO RPT-LINE
               STRING "  Generacion " ARCHIVO-NOMBRE
                      " no disponible, no verificada"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
               IF CA-CADENA-CIERRE IS NUMERIC
                       AND CA-CADENA-CIERRE > 0
                   MOVE CA-CADENA-CIERRE TO CADENA-PREVIA
                   MOVE "S" TO CADENA-INICIADA-SW
               END-IF
           ELSE
               PERFORM UNTIL ARC-STATUS NOT = "00"
                   READ LEDGER-ARCHIVO
                       AT END
                           MOVE "10" TO ARC-STATUS
                       NOT AT END
                           MOVE ARCHIVO-REGISTRO
                               TO CALC-LEDGER-RECORD
                           PERFORM VERIFICA-ESLABON
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ARCHIVO
               IF CA-CADENA-CIERRE IS NUMERIC
                       AND CA-CADENA-CIERRE > 0
                       AND CA-CADENA-CIERRE NOT = CADENA-PREVIA
                   MOVE "CIERRE DE GENERACION DISTINTO" TO MOTIVO-ROTURA
                   MOVE SPACES TO CLAVE-ROTURA
                   MOVE CA-NOMBRE TO CLAVE-ROTURA
                   PERFORM REGISTRA-ROTURA
                   MOVE CA-CADENA-CIERRE TO CADENA-PREVIA
               END-IF
           END-IF.

       RECORRE-LEDGER.
           MOVE "CALCLDGR.DAT" TO ORIGEN-APUNTE
           OPEN INPUT CALC-LEDGER
           IF CL-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir CALCLDGR.DAT. Estado: "
                       CL-STATUS
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               READ CALC-LEDGER NEXT RECORD
                   AT END
                       MOVE "10" TO CL-STATUS
               END-READ
               PERFORM UNTIL CL-STATUS NOT = "00"
                   PERFORM VERIFICA-ESLABON
                   READ CALC-LEDGER NEXT RECORD
                       AT END
                           MOVE "10" TO CL-STATUS
                   END-READ
               END-PERFORM
               CLOSE CALC-LEDGER
           END-IF.

      *Un apunte sin sellar solo es valido antes del primero sellado.
      *Tras una rotura se sigue desde el valor grabado para que cada
      *enlace roto se cuente una sola vez.
       VERIFICA-ESLABON.
           ADD 1 TO APUNTES-REVISADOS
           IF CL-CADENA IS NOT NUMERIC OR CL-CADENA = 0
               IF CADENA-INICIADA
                   MOVE "APUNTE SIN SELLAR"  TO MOTIVO-ROTURA
                   MOVE CL-KEY               TO CLAVE-ROTURA
                   PERFORM REGISTRA-ROTURA
               ELSE
                   ADD 1 TO APUNTES-SIN-SELLAR
               END-IF
           ELSE
               MOVE "C"                TO LC-ACCION
               MOVE CALC-LEDGER-RECORD TO LC-REGISTRO
               MOVE CADENA-PREVIA      TO LC-CADENA-PREVIA
               CALL "LEDGCHN" USING LEDGCHN-PARM
               IF LC-CADENA NOT = CL-CADENA
                   MOVE "VALOR DE CADENA DISTINTO" TO MOTIVO-ROTURA
                   MOVE CL-KEY               TO CLAVE-ROTURA
                   PERFORM REGISTRA-ROTURA
               END-IF
               MOVE CL-CADENA TO CADENA-PREVIA
               MOVE "S" TO CADENA-INICIADA-SW
           END-IF.

      *La cabeza de LEDGCHN.DAT debe ser el ultimo valor recorrido;
      *si no coincide faltan apuntes al final del libro.
       COMPRUEBA-CABEZA.
           MOVE "LEDGCHN.DAT" TO ORIGEN-APUNTE
           OPEN INPUT CABEZA-CADENA
           IF CC-STATUS = "00"
               READ CABEZA-CADENA
                   AT END
                       MOVE "10" TO CC-STATUS
               END-READ
               CLOSE CABEZA-CADENA
           END-IF
           IF CC-STATUS = "00"
               IF CC-CADENA NOT = CADENA-PREVIA
                   MOVE "CABEZA DE CADENA DISTINTA" TO MOTIVO-ROTURA
                   MOVE CC-ULTIMA-CLAVE TO CLAVE-ROTURA
                   PERFORM REGISTRA-ROTURA
               END-IF
           ELSE
               IF CADENA-INICIADA
                   MOVE "FALTA LA CABEZA DE CADENA" TO MOTIVO-ROTURA
                   MOVE SPACES TO CLAVE-ROTURA
                   PERFORM REGISTRA-ROTURA
               END-IF
           END-IF.

      *Todas las roturas salen en el informe; solo la primera va a
      *EXCEPTIONS.LOG, las siguientes suelen ser consecuencia suya.
       REGISTRA-ROTURA.
           ADD 1 TO ROTURAS
           MOVE SPACES TO RPT-LINE
           STRING "  ROTURA " MOTIVO-ROTURA " en " ORIGEN-APUNTE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "         Clave: " CLAVE-ROTURA
                  "  Previo: " CADENA-PREVIA
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF ROTURAS = 1
               PERFORM REGISTRA-EXCEPCION-ROTURA
           END-IF
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       REGISTRA-EXCEPCION-ROTURA.
           MOVE "LEDGVER"          TO EX-PROGRAMA
           MOVE "CADENA-LEDGER"    TO EX-CAMPO
           MOVE CLAVE-ROTURA (1:20) TO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           MOVE "G"                TO EX-SEVERIDAD
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

       ESCRIBE-TOTALES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Generaciones de archivo:      " GENERACIONES
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Apuntes revisados:            " APUNTES-REVISADOS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Apuntes anteriores a la cadena: "
                  APUNTES-SIN-SELLAR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Enlaces rotos:                " ROTURAS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  Valor final de la cadena:     " CADENA-PREVIA
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM LEDGVER.
