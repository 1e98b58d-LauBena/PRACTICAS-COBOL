      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Servicio central de numeracion. Emite el siguiente
      *          numero de una secuencia de SECUENC.DAT bajo el cerrojo
      *          SECUENC de LOCKMGR y anota cada emision en SECLOG.DAT
      *          con el programa, el operador y la hora. Cada secuencia
      *          tiene su rango y su politica al agotarlo: volver al
      *          minimo o detenerse, dejando la excepcion. La primera
      *          vez que se pide una de las numeraciones que llevaban
      *          los contadores sueltos (EMPCTR, LOTECTR, DIVCTR,
      *          TIMESCTR y SERIECTR) arranca desde el valor de ese
      *          contador.
      *          Tras restaurar SECUENC.DAT, la accion R adelanta cada
      *          secuencia hasta lo ya emitido segun SECLOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECASIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECUENCIAS ASSIGN TO "SECUENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-NOMBRE
               FILE STATUS IS SQ-STATUS.
           SELECT SECUENCIAS-LOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-STATUS.
           SELECT CONTADOR-ANTIGUO ASSIGN TO DYNAMIC ANTIGUO-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANT-STATUS.
           SELECT CONTADOR-ANTIGUO-LARGO ASSIGN TO DYNAMIC
                   ANTIGUO-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANT-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECUENCIAS.
       COPY SECUENC.
       FD  SECUENCIAS-LOG.
       COPY SECLOG.
       FD  CONTADOR-ANTIGUO.
       01  ANTIGUO-RECORD            PIC 9(06).
       FD  CONTADOR-ANTIGUO-LARGO.
       01  ANTIGUO-LARGO-RECORD      PIC 9(08).
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       WORKING-STORAGE SECTION.
       01  SQ-STATUS           PIC XX.
       01  SL-STATUS           PIC XX.
       01  ANT-STATUS          PIC XX.
       01  EX-STATUS           PIC XX.
       01  ANTIGUO-NOMBRE      PIC X(12).
      *Numeraciones conocidas: contador del que heredan el valor,
      *cifras de su registro, politica al agotar el rango y
      *descripcion.
       01  CONOCIDAS-DATOS.
           05  FILLER PIC X(56) VALUE
               "EMPLEADO    EMPCTR.DAT  6NIdentificador de empleado".
           05  FILLER PIC X(56) VALUE
               "LOTE        LOTECTR.DAT 6NLote de altas de "
             & "PERFORM-THRU".
           05  FILLER PIC X(56) VALUE
               "DIVEJEC     DIVCTR.DAT  6SEjecuciones "
             & "DIV-PROCEDIMIENTOS".
           05  FILLER PIC X(56) VALUE
               "TABLASEJEC  TIMESCTR.DAT6SEjecucion de PERFORM-TIMES".
           05  FILLER PIC X(56) VALUE
               "SERIE       SERIECTR.DAT8NCadena de calculos".
       01  CONOCIDAS-TABLA REDEFINES CONOCIDAS-DATOS.
           05  CONOCIDA OCCURS 5 TIMES INDEXED BY CON-IX.
               10  CN-NOMBRE      PIC X(12).
               10  CN-FICHERO     PIC X(12).
               10  CN-CIFRAS      PIC 9.
               10  CN-CICLO       PIC X.
               10  CN-DESCRIPCION PIC X(30).
       01  TIPO-EMISION        PIC X.
      *Ultima emision de cada secuencia segun SECLOG.DAT, para la
      *accion de realineo.
       01  ULTIMA-COUNT        PIC 9(03) VALUE 0.
       01  ULTIMAS-TABLA.
           05  ULTIMA-ENTRADA OCCURS 1 TO 200 TIMES
                   DEPENDING ON ULTIMA-COUNT
                   INDEXED BY ULT-IX.
               10  UL-SECUENCIA   PIC X(12).
               10  UL-NUMERO      PIC 9(06).
               10  UL-TIMESTAMP   PIC X(21).
       COPY LOCKPRM.
       LINKAGE SECTION.
       COPY SECPRM.
       PROCEDURE DIVISION USING SECASIG-PARM.
       MAIN-PROCEDURE.
           MOVE 0 TO SC-NUMERO
           MOVE 0 TO SC-REALINEADAS
           IF SC-OPERADOR-ID = SPACES
               MOVE SC-PROGRAMA TO SC-OPERADOR-ID
           END-IF
           MOVE "W"            TO LK-ACCION
           MOVE "SECUENC"      TO LK-RECURSO
           MOVE SC-OPERADOR-ID TO LK-OPERADOR-ID
           CALL "LOCKMGR" USING LOCKMGR-PARM
           IF NOT LK-CONCEDIDO
               MOVE "O" TO SC-RESULTADO
               GOBACK
           END-IF
           OPEN I-O SECUENCIAS
           IF SQ-STATUS = "35"
               OPEN OUTPUT SECUENCIAS
               CLOSE SECUENCIAS
               OPEN I-O SECUENCIAS
           END-IF
           IF SQ-STATUS NOT = "00"
               MOVE "E" TO SC-RESULTADO
           ELSE
               EVALUATE TRUE
                   WHEN SC-ASIGNA
                       PERFORM ASIGNA-NUMERO
                   WHEN SC-REALINEA
                       PERFORM REALINEA-SECUENCIAS
                   WHEN OTHER
                       MOVE "E" TO SC-RESULTADO
               END-EVALUATE
               CLOSE SECUENCIAS
           END-IF
           MOVE "D" TO LK-ACCION
           CALL "LOCKMGR" USING LOCKMGR-PARM
           GOBACK.

      *El numero se da por emitido al regrabar la secuencia; si la
      *anotacion posterior no llega a SECLOG.DAT, INFSECU lo ve como
      *hueco entre el log y el valor de la secuencia.
       ASIGNA-NUMERO.
           MOVE "S" TO SC-RESULTADO
           MOVE SC-SECUENCIA TO SQ-NOMBRE
           READ SECUENCIAS
               INVALID KEY
                   PERFORM CREA-SECUENCIA
           END-READ
           IF SC-CORRECTO
               MOVE "E" TO TIPO-EMISION
               IF SQ-SIGUIENTE > SQ-MAXIMO OR SQ-SIGUIENTE < SQ-MINIMO
                   IF SQ-CICLICA
                       MOVE SQ-MINIMO TO SQ-SIGUIENTE
                       ADD 1 TO SQ-VUELTAS
                       MOVE "R" TO TIPO-EMISION
                   ELSE
                       MOVE "L" TO SC-RESULTADO
                       PERFORM REGISTRA-AGOTADA
                   END-IF
               END-IF
           END-IF
           IF SC-CORRECTO
               MOVE SQ-SIGUIENTE TO SC-NUMERO
               ADD 1 TO SQ-SIGUIENTE
               MOVE FUNCTION CURRENT-DATE TO SQ-ULTIMA-EMISION
               REWRITE SECUENCIA-RECORD
               IF SQ-STATUS NOT = "00"
                   MOVE 0 TO SC-NUMERO
                   MOVE "E" TO SC-RESULTADO
               ELSE
                   PERFORM ANOTA-EMISION
               END-IF
           END-IF.

      *Una numeracion que aun no esta en SECUENC.DAT arranca donde
      *lo dejo su contador antiguo, si lo tenia; las demas en 1.
       CREA-SECUENCIA.
           MOVE SPACES        TO SECUENCIA-RECORD
           MOVE SC-SECUENCIA  TO SQ-NOMBRE
           MOVE 1             TO SQ-SIGUIENTE
           MOVE 1             TO SQ-MINIMO
           MOVE 999999        TO SQ-MAXIMO
           MOVE "N"           TO SQ-CICLO
           MOVE 0             TO SQ-VUELTAS
           SET CON-IX TO 1
           SEARCH CONOCIDA
               WHEN CN-NOMBRE (CON-IX) = SC-SECUENCIA
                   MOVE CN-CICLO (CON-IX)       TO SQ-CICLO
                   MOVE CN-DESCRIPCION (CON-IX) TO SQ-DESCRIPCION
                   MOVE CN-FICHERO (CON-IX)     TO ANTIGUO-NOMBRE
                   IF CN-CIFRAS (CON-IX) = 8
                       PERFORM LEE-CONTADOR-ANTIGUO-LARGO
                   ELSE
                       PERFORM LEE-CONTADOR-ANTIGUO
                   END-IF
           END-SEARCH
           MOVE SQ-SIGUIENTE  TO SQ-PRIMER-VALOR
           WRITE SECUENCIA-RECORD
           IF SQ-STATUS NOT = "00"
               MOVE "E" TO SC-RESULTADO
           END-IF.

       LEE-CONTADOR-ANTIGUO.
           OPEN INPUT CONTADOR-ANTIGUO
           IF ANT-STATUS = "00"
               READ CONTADOR-ANTIGUO
                   NOT AT END
                       IF ANTIGUO-RECORD IS NUMERIC
                               AND ANTIGUO-RECORD > 0
                           MOVE ANTIGUO-RECORD TO SQ-SIGUIENTE
                       END-IF
               END-READ
               CLOSE CONTADOR-ANTIGUO
           END-IF.

      *SERIECTR.DAT guarda ocho cifras; un valor que no cabe en el
      *rango deja la secuencia agotada desde el primer uso.
       LEE-CONTADOR-ANTIGUO-LARGO.
           OPEN INPUT CONTADOR-ANTIGUO-LARGO
           IF ANT-STATUS = "00"
               READ CONTADOR-ANTIGUO-LARGO
                   NOT AT END
                       IF ANTIGUO-LARGO-RECORD IS NUMERIC
                               AND ANTIGUO-LARGO-RECORD > 0
                           IF ANTIGUO-LARGO-RECORD > 9999999
                               MOVE 9999999 TO SQ-SIGUIENTE
                           ELSE
                               MOVE ANTIGUO-LARGO-RECORD
                                   TO SQ-SIGUIENTE
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTADOR-ANTIGUO-LARGO
           END-IF.

       ANOTA-EMISION.
           MOVE SC-SECUENCIA   TO SL-SECUENCIA
           MOVE SC-NUMERO      TO SL-NUMERO
           MOVE SC-PROGRAMA    TO SL-PROGRAMA
           MOVE SC-OPERADOR-ID TO SL-OPERADOR-ID
           MOVE SQ-ULTIMA-EMISION TO SL-TIMESTAMP
           MOVE TIPO-EMISION   TO SL-TIPO
           OPEN EXTEND SECUENCIAS-LOG
           IF SL-STATUS = "35"
               OPEN OUTPUT SECUENCIAS-LOG
               CLOSE SECUENCIAS-LOG
               OPEN EXTEND SECUENCIAS-LOG
           END-IF
           WRITE SECLOG-RECORD
           CLOSE SECUENCIAS-LOG.

       REGISTRA-AGOTADA.
           MOVE "SECASIG"              TO EX-PROGRAMA
           MOVE "SECUENCIA"            TO EX-CAMPO
           MOVE SC-SECUENCIA           TO EX-VALOR
           MOVE FUNCTION CURRENT-DATE  TO EX-TIMESTAMP
           MOVE "G"                    TO EX-SEVERIDAD
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

      *Una copia restaurada devuelve las secuencias a un valor ya
      *emitido: cada una se adelanta al numero siguiente a su ultima
      *emision anotada si esta es posterior a la de la copia.
       REALINEA-SECUENCIAS.
           MOVE "S" TO SC-RESULTADO
           MOVE 0 TO ULTIMA-COUNT
           OPEN INPUT SECUENCIAS-LOG
           IF SL-STATUS = "00"
               PERFORM UNTIL SL-STATUS NOT = "00"
                   READ SECUENCIAS-LOG
                       AT END
                           MOVE "10" TO SL-STATUS
                       NOT AT END
                           PERFORM GUARDA-ULTIMA
                   END-READ
               END-PERFORM
               CLOSE SECUENCIAS-LOG
           END-IF
           IF ULTIMA-COUNT > 0
               PERFORM VARYING ULT-IX FROM 1 BY 1
                       UNTIL ULT-IX > ULTIMA-COUNT
                   PERFORM REALINEA-UNA
               END-PERFORM
           END-IF.

       GUARDA-ULTIMA.
           IF ULTIMA-COUNT > 0
               SET ULT-IX TO 1
               SEARCH ULTIMA-ENTRADA
                   AT END
                       PERFORM ANADE-ULTIMA
                   WHEN UL-SECUENCIA (ULT-IX) = SL-SECUENCIA
                       MOVE SL-NUMERO    TO UL-NUMERO (ULT-IX)
                       MOVE SL-TIMESTAMP TO UL-TIMESTAMP (ULT-IX)
               END-SEARCH
           ELSE
               PERFORM ANADE-ULTIMA
           END-IF.

       ANADE-ULTIMA.
           IF ULTIMA-COUNT < 200
               ADD 1 TO ULTIMA-COUNT
               MOVE SL-SECUENCIA TO UL-SECUENCIA (ULTIMA-COUNT)
               MOVE SL-NUMERO    TO UL-NUMERO (ULTIMA-COUNT)
               MOVE SL-TIMESTAMP TO UL-TIMESTAMP (ULTIMA-COUNT)
           END-IF.

       REALINEA-UNA.
           MOVE UL-SECUENCIA (ULT-IX) TO SQ-NOMBRE
           MOVE UL-SECUENCIA (ULT-IX) TO SC-SECUENCIA
           READ SECUENCIAS
               INVALID KEY
                   PERFORM CREA-SECUENCIA
                   MOVE SPACES TO SQ-ULTIMA-EMISION
           END-READ
           IF SQ-STATUS = "00"
                   AND UL-TIMESTAMP (ULT-IX) > SQ-ULTIMA-EMISION
               COMPUTE SQ-SIGUIENTE = UL-NUMERO (ULT-IX) + 1
               MOVE UL-TIMESTAMP (ULT-IX) TO SQ-ULTIMA-EMISION
               REWRITE SECUENCIA-RECORD
               IF SQ-STATUS = "00"
                   ADD 1 TO SC-REALINEADAS
               ELSE
                   MOVE "E" TO SC-RESULTADO
               END-IF
           END-IF.

       END PROGRAM SECASIG.
