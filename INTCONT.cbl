      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Interfaz de asientos para la contabilidad general:
      *          con la fecha de negocio de FECHAPRO.DAT resume el
      *          resumen diario RESDIA.DAT de LEDGAGG por operacion y
      *          escribe el fichero de asientos ASIaaaammdd.TXT con
      *          cabecera de control, una linea al debe y otra al
      *          haber por operacion segun las cuentas de CTAMAP.DAT
      *          (los compensatorios de las reversiones van a los
      *          lados contrarios) y cola con el numero de lineas y
      *          los totales del debe y del haber, que siempre
      *          cuadran. El envio queda anotado en EXTSENT.DAT para
      *          que EXTACK case el acuse de finanzas. Si alguna
      *          operacion del dia no tiene cuentas en CTAMAP.DAT no
      *          se genera el fichero y se levanta una excepcion grave
      *          por cada operacion sin mapa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCONT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMEN-DIA ASSIGN TO "RESDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS RS-STATUS.
           SELECT MARCA-RESUMEN ASSIGN TO "RESDIAGN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MRC-STATUS.
           SELECT CUENTAS-MAPA ASSIGN TO "CTAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTM-STATUS.
           SELECT ASIENTOS-FILE ASSIGN TO DYNAMIC ASIENTOS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASI-STATUS.
           SELECT EXTRACTOS-ENVIADOS ASSIGN TO "EXTSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNT-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESUMEN-DIA.
       COPY RESDIA.
       FD  MARCA-RESUMEN.
       01  MARCA-RESUMEN-RECORD      PIC 9(08).
       FD  CUENTAS-MAPA.
       COPY CTAMAP.
       FD  ASIENTOS-FILE.
       01  ASI-LINEA                 PIC X(100).
       FD  EXTRACTOS-ENVIADOS.
       COPY EXTSENT.
       FD  EXCEPTIONS-FILE.
       COPY EXCEPCION.
       WORKING-STORAGE SECTION.
       01  RS-STATUS           PIC XX.
       01  MRC-STATUS          PIC XX.
       01  CTM-STATUS          PIC XX.
       01  ASI-STATUS          PIC XX.
       01  SNT-STATUS          PIC XX.
       01  EX-STATUS           PIC XX.
       01  ASIENTOS-NOMBRE     PIC X(20).
       01  RESUMEN-FRESCO      PIC X VALUE "N".
           88  RESUMEN-ES-FRESCO      VALUE "S".
       01  MAPA-COUNT          PIC 9(03) VALUE 0.
       01  MAPA-TABLA.
           05  MAPA-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON MAPA-COUNT
                   INDEXED BY MAPA-IX.
               10  MT-OPERACION   PIC X(12).
               10  MT-DEBE        PIC X(10).
               10  MT-HABER       PIC X(10).
       01  OPER-COUNT          PIC 9(03) VALUE 0.
       01  OPERACIONES-TABLA.
           05  OPER-ENTRADA OCCURS 1 TO 100 TIMES
                   DEPENDING ON OPER-COUNT
                   INDEXED BY OPER-IX.
               10  OT-OPERACION   PIC X(12).
               10  OT-IMPORTE     PIC S9(11)V99.
               10  OT-REVERSION   PIC S9(11)V99.
               10  OT-MAPA        PIC 9(03).
       01  TABLA-DESBORDADA-SW PIC X VALUE "N".
           88  TABLA-DESBORDADA       VALUE "S".
       01  ENCONTRADO          PIC X VALUE "N".
           88  ENTRADA-ENCONTRADA    VALUE "S".
       01  SIN-MAPA            PIC 9(03) VALUE 0.
       01  ENVIO-ANOTADO-SW    PIC X VALUE "N".
           88  ENVIO-YA-ANOTADO       VALUE "S".
       01  TIPO-ASIENTO        PIC X.
       01  IMPORTE-ASIENTO     PIC S9(11)V99.
       01  CUENTA-DEBE         PIC X(10).
       01  CUENTA-HABER        PIC X(10).
       01  IMPORTE-EDITADO     PIC 9(11).99.
       01  LINEAS-ASIENTO      PIC 9(06) VALUE 0.
       01  TOTAL-DEBE          PIC S9(13)V99 VALUE 0.
       01  TOTAL-HABER         PIC S9(13)V99 VALUE 0.
       01  DEBE-EDITADO        PIC 9(13).99.
       01  HABER-EDITADO       PIC 9(13).99.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM COMPRUEBA-MARCA-RESUMEN.
           IF NOT RESUMEN-ES-FRESCO
               DISPLAY "RESDIA.DAT no corresponde a la fecha de "
                       "negocio " FN-FECHA-NEGOCIO "; no se generan "
                       "asientos sin el resumen de LEDGAGG."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM CARGA-MAPA.
           PERFORM RESUME-DIA.
           IF TABLA-DESBORDADA
               DISPLAY "Mas de 100 operaciones o cuentas distintas; "
                       "no se generan asientos."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM ASIGNA-CUENTAS.
           IF SIN-MAPA > 0
               DISPLAY SIN-MAPA " operacion(es) sin cuentas en "
                       "CTAMAP.DAT; el fichero de asientos no se "
                       "genera."
               MOVE 8 TO CODIGO-RETORNO
               GO TO FINALIZAR-PROGRAMA.
           PERFORM ESCRIBE-ASIENTOS.
           PERFORM ANOTA-ENVIO.
           DISPLAY "Asientos generados en " ASIENTOS-NOMBRE ": "
                   LINEAS-ASIENTO " linea(s).".

       FINALIZAR-PROGRAMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "INTCONT"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "INTCONT"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

      *El resumen tiene que ser el de la fecha de negocio de este
      *ciclo; si LEDGAGG no corrio esta noche no se envia nada.
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

       CARGA-MAPA.
           MOVE 0 TO MAPA-COUNT
           OPEN INPUT CUENTAS-MAPA
           IF CTM-STATUS NOT = "00"
               DISPLAY "No se encontro CTAMAP.DAT; ninguna operacion "
                       "tiene cuentas."
           ELSE
               PERFORM UNTIL CTM-STATUS NOT = "00"
                   READ CUENTAS-MAPA
                       AT END
                           MOVE "10" TO CTM-STATUS
                       NOT AT END
                           IF MAPA-COUNT < 100
                               ADD 1 TO MAPA-COUNT
                               MOVE CM-OPERACION
                                   TO MT-OPERACION (MAPA-COUNT)
                               MOVE CM-CUENTA-DEBE
                                   TO MT-DEBE (MAPA-COUNT)
                               MOVE CM-CUENTA-HABER
                                   TO MT-HABER (MAPA-COUNT)
                           ELSE
                               MOVE "S" TO TABLA-DESBORDADA-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-MAPA
           END-IF.

      *Las entradas del dia se acumulan por operacion sumando todos
      *los operadores; los compensatorios de las reversiones se
      *llevan aparte para asentarlos en los lados contrarios.
       RESUME-DIA.
           MOVE 0 TO OPER-COUNT
           OPEN INPUT RESUMEN-DIA
           IF RS-STATUS = "00"
               MOVE LOW-VALUES TO RS-KEY
               MOVE FN-FECHA-NEGOCIO TO RS-FECHA
               START RESUMEN-DIA KEY IS >= RS-KEY
                   INVALID KEY
                       MOVE "10" TO RS-STATUS
               END-START
               PERFORM UNTIL RS-STATUS NOT = "00"
                   READ RESUMEN-DIA NEXT RECORD
                       AT END
                           MOVE "10" TO RS-STATUS
                       NOT AT END
                           IF RS-FECHA NOT = FN-FECHA-NEGOCIO
                               MOVE "10" TO RS-STATUS
                           ELSE
                               PERFORM ACUMULA-OPERACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-DIA
           END-IF.

       ACUMULA-OPERACION.
           MOVE "N" TO ENCONTRADO
           PERFORM VARYING OPER-IX FROM 1 BY 1
                   UNTIL OPER-IX > OPER-COUNT
                       OR ENTRADA-ENCONTRADA
               IF OT-OPERACION (OPER-IX) = RS-OPERACION
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM
           IF ENTRADA-ENCONTRADA
               SET OPER-IX DOWN BY 1
           ELSE
               IF OPER-COUNT < 100
                   ADD 1 TO OPER-COUNT
                   SET OPER-IX TO OPER-COUNT
                   MOVE RS-OPERACION TO OT-OPERACION (OPER-IX)
                   MOVE 0 TO OT-IMPORTE (OPER-IX)
                   MOVE 0 TO OT-REVERSION (OPER-IX)
                   MOVE 0 TO OT-MAPA (OPER-IX)
               ELSE
                   MOVE "S" TO TABLA-DESBORDADA-SW
               END-IF
           END-IF
           IF NOT TABLA-DESBORDADA
               COMPUTE OT-IMPORTE (OPER-IX) = OT-IMPORTE (OPER-IX)
                   + RS-SUMA - RS-SUMA-COMPENS
               ADD RS-SUMA-COMPENS TO OT-REVERSION (OPER-IX)
           END-IF.

      *Toda operacion del dia tiene que tener sus cuentas antes de
      *escribir una sola linea: un fichero sin cuadrar no sale.
       ASIGNA-CUENTAS.
           MOVE 0 TO SIN-MAPA
           PERFORM VARYING OPER-IX FROM 1 BY 1
                   UNTIL OPER-IX > OPER-COUNT
               MOVE "N" TO ENCONTRADO
               PERFORM VARYING MAPA-IX FROM 1 BY 1
                       UNTIL MAPA-IX > MAPA-COUNT
                           OR ENTRADA-ENCONTRADA
                   IF MT-OPERACION (MAPA-IX) = OT-OPERACION (OPER-IX)
                           AND MT-DEBE (MAPA-IX) NOT = SPACES
                           AND MT-HABER (MAPA-IX) NOT = SPACES
                       MOVE "S" TO ENCONTRADO
                       SET OT-MAPA (OPER-IX) TO MAPA-IX
                   END-IF
               END-PERFORM
               IF NOT ENTRADA-ENCONTRADA
                   ADD 1 TO SIN-MAPA
                   DISPLAY "Operacion sin cuentas en CTAMAP.DAT: "
                           OT-OPERACION (OPER-IX)
                   PERFORM REGISTRA-EXCEPCION-SIN-MAPA
               END-IF
           END-PERFORM.

       ESCRIBE-ASIENTOS.
           MOVE SPACES TO ASIENTOS-NOMBRE
           STRING "ASI" FN-FECHA-NEGOCIO ".TXT"
               DELIMITED BY SIZE INTO ASIENTOS-NOMBRE
           OPEN OUTPUT ASIENTOS-FILE
           MOVE SPACES TO ASI-LINEA
           STRING "H;ASIENTOS;" FN-FECHA-NEGOCIO ";"
                  FUNCTION CURRENT-DATE (1:14)
               DELIMITED BY SIZE INTO ASI-LINEA
           WRITE ASI-LINEA
           PERFORM VARYING OPER-IX FROM 1 BY 1
                   UNTIL OPER-IX > OPER-COUNT
               SET MAPA-IX TO OT-MAPA (OPER-IX)
               MOVE "N" TO TIPO-ASIENTO
               MOVE OT-IMPORTE (OPER-IX) TO IMPORTE-ASIENTO
               PERFORM ESCRIBE-ASIENTO
               MOVE "R" TO TIPO-ASIENTO
               MOVE OT-REVERSION (OPER-IX) TO IMPORTE-ASIENTO
               PERFORM ESCRIBE-ASIENTO
           END-PERFORM
           MOVE TOTAL-DEBE  TO DEBE-EDITADO
           MOVE TOTAL-HABER TO HABER-EDITADO
           MOVE SPACES TO ASI-LINEA
           STRING "T;" LINEAS-ASIENTO ";" DEBE-EDITADO ";"
                  HABER-EDITADO
               DELIMITED BY SIZE INTO ASI-LINEA
           WRITE ASI-LINEA
           CLOSE ASIENTOS-FILE.

      *Un importe positivo va al debe de la cuenta del debe y al
      *haber de la del haber; uno negativo, como los compensatorios
      *de las reversiones, va a los lados contrarios por su valor
      *absoluto. Cada asiento son dos lineas que cuadran entre si.
       ESCRIBE-ASIENTO.
           IF IMPORTE-ASIENTO NOT = 0
               IF IMPORTE-ASIENTO > 0
                   MOVE MT-DEBE (MAPA-IX)  TO CUENTA-DEBE
                   MOVE MT-HABER (MAPA-IX) TO CUENTA-HABER
               ELSE
                   MOVE MT-HABER (MAPA-IX) TO CUENTA-DEBE
                   MOVE MT-DEBE (MAPA-IX)  TO CUENTA-HABER
                   COMPUTE IMPORTE-ASIENTO = 0 - IMPORTE-ASIENTO
               END-IF
               MOVE IMPORTE-ASIENTO TO IMPORTE-EDITADO
               MOVE SPACES TO ASI-LINEA
               STRING "D;" FN-FECHA-NEGOCIO ";"
                      OT-OPERACION (OPER-IX) ";"
                      TIPO-ASIENTO ";"
                      CUENTA-DEBE ";D;" IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO ASI-LINEA
               WRITE ASI-LINEA
               MOVE SPACES TO ASI-LINEA
               STRING "D;" FN-FECHA-NEGOCIO ";"
                      OT-OPERACION (OPER-IX) ";"
                      TIPO-ASIENTO ";"
                      CUENTA-HABER ";H;" IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO ASI-LINEA
               WRITE ASI-LINEA
               ADD 2 TO LINEAS-ASIENTO
               ADD IMPORTE-ASIENTO TO TOTAL-DEBE
               ADD IMPORTE-ASIENTO TO TOTAL-HABER
           END-IF.

      *Cada fecha de negocio se anota una sola vez en EXTSENT.DAT
      *para que EXTACK la case con el acuse de finanzas; una
      *repeticion del paso regenera el fichero sin duplicar el envio.
       ANOTA-ENVIO.
           MOVE "N" TO ENVIO-ANOTADO-SW
           OPEN INPUT EXTRACTOS-ENVIADOS
           IF SNT-STATUS = "00"
               PERFORM UNTIL SNT-STATUS NOT = "00"
                   READ EXTRACTOS-ENVIADOS
                       AT END
                           MOVE "10" TO SNT-STATUS
                       NOT AT END
                           IF ES-EXTRACTO = "ASIENTOS"
                                   AND ES-FECHA = FN-FECHA-NEGOCIO
                               MOVE "S" TO ENVIO-ANOTADO-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACTOS-ENVIADOS
           END-IF
           IF NOT ENVIO-YA-ANOTADO
               OPEN EXTEND EXTRACTOS-ENVIADOS
               IF SNT-STATUS = "35"
                   OPEN OUTPUT EXTRACTOS-ENVIADOS
                   CLOSE EXTRACTOS-ENVIADOS
                   OPEN EXTEND EXTRACTOS-ENVIADOS
               END-IF
               MOVE "ASIENTOS"       TO ES-EXTRACTO
               MOVE FN-FECHA-NEGOCIO TO ES-FECHA
               MOVE LINEAS-ASIENTO   TO ES-REGISTROS
               MOVE FUNCTION CURRENT-DATE TO ES-TIMESTAMP
               WRITE EXTRACTO-ENVIADO-RECORD
               CLOSE EXTRACTOS-ENVIADOS
           END-IF.

       REGISTRA-EXCEPCION-SIN-MAPA.
           MOVE "INTCONT"              TO EX-PROGRAMA
           MOVE "CTA-SIN-MAPA"         TO EX-CAMPO
           MOVE "G"                    TO EX-SEVERIDAD
           MOVE OT-OPERACION (OPER-IX) TO EX-VALOR
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           PERFORM ABRE-EXCEPTIONS-LOG
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

       ABRE-EXCEPTIONS-LOG.
           OPEN EXTEND EXCEPTIONS-FILE
           IF EX-STATUS = "35"
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF.

       END PROGRAM INTCONT.
