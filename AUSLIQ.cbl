      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Liquidacion de vacaciones por baja de empleado: anula
      *          las ausencias de AUSENCIAS.DAT que empiezan a partir
      *          de la baja, recorta a la vispera las que la cruzan,
      *          calcula el derecho devengado del ano hasta la baja mas
      *          el arrastre menos lo consumido y deja el saldo
      *          liquidado en SALDOVAC.DAT con los dias pendientes, que
      *          ademas se listan en LIQUIDA.LOG y se devuelven a quien
      *          llama. La llaman las vias de baja (EMPMNT y el lote de
      *          PERFORM-THRU); cada cambio queda en el diario por
      *          JRNLWR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSLIQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIAS-FILE ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CLAVE
               FILE STATUS IS AU-STATUS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOVAC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CLAVE
               FILE STATUS IS SD-STATUS.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FES-STATUS.
           SELECT VACACION-FILE ASSIGN TO "VACACION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VAC-STATUS.
           SELECT LIQUIDA-LOG ASSIGN TO "LIQUIDA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIAS-FILE.
       COPY AUSENCIA.
       FD  SALDOS-FILE.
       COPY SALDOVAC.
       FD  FESTIVOS-FILE.
       01  FESTIVO-RECORD           PIC 9(08).
       FD  VACACION-FILE.
       01  VACACION-RECORD.
           05  VC-DIAS-ANUALES      PIC 9(02).
           05  VC-TOPE-ARRASTRE     PIC 9(02).
       FD  LIQUIDA-LOG.
       01  LIQUIDA-RECORD.
           05  LL-TIMESTAMP         PIC X(14).
           05  FILLER               PIC X(01).
           05  LL-EMPLOYEE-ID       PIC 9(06).
           05  FILLER               PIC X(01).
           05  LL-FECHA-BAJA        PIC 9(08).
           05  FILLER               PIC X(01).
           05  LL-ANO               PIC 9(04).
           05  FILLER               PIC X(01).
           05  LL-DEVENGADO         PIC ZZ9.
           05  FILLER               PIC X(01).
           05  LL-ARRASTRE          PIC ZZ9.
           05  FILLER               PIC X(01).
           05  LL-CONSUMIDO         PIC ZZ9.
           05  FILLER               PIC X(01).
           05  LL-PENDIENTE         PIC -ZZ9.
           05  FILLER               PIC X(01).
           05  LL-ANULADAS          PIC ZZ9.
           05  FILLER               PIC X(01).
           05  LL-SOLICITANTE       PIC X(08).
       WORKING-STORAGE SECTION.
       01  AU-STATUS           PIC XX.
       01  SD-STATUS           PIC XX.
       01  FES-STATUS          PIC XX.
       01  VAC-STATUS          PIC XX.
       01  LIQ-STATUS          PIC XX.
       01  DIAS-ANUALES        PIC 9(02) VALUE 22.
       01  TOPE-ARRASTRE       PIC 9(02) VALUE 5.
       01  AUSENCIAS-SW        PIC X VALUE "N".
           88  HAY-AUSENCIAS          VALUE "S".
       01  VISPERA-BAJA        PIC 9(08).
       01  ANO-SALDO           PIC 9(04).
       01  ANO-CONSUMO         PIC 9(04).
       01  ANO-AUSENCIA        PIC 9(04).
       01  INICIO-ANO          PIC 9(08).
       01  INICIO-DEVENGO      PIC 9(08).
       01  FIN-ANO             PIC 9(08).
      *Saldo del ano: G grabado, N aun sin registro, R liquidado por
      *una baja anterior a un reingreso (se rehace desde el alta).
       01  SALDO-SW            PIC X VALUE "N".
           88  SALDO-GRABADO          VALUE "G".
           88  SALDO-NUEVO            VALUE "N".
           88  SALDO-REABIERTO        VALUE "R".
       01  DERECHO-ACTUAL      PIC 9(03).
       01  ARRASTRE-ACTUAL     PIC 9(03).
       01  CONSUMIDO           PIC 9(03).
       01  RESTO-ANTERIOR      PIC S9(04).
       01  DIAS-CONTADOS       PIC 9(03).
       01  DIAS-ENTEROS        PIC 9(07).
       01  DIAS-FIN            PIC 9(07).
       01  DIAS-TRAMO          PIC 9(07).
       01  DIAS-ANO            PIC 9(07).
       01  DIAS-TRABAJADOS     PIC S9(07).
       01  DIA-SEMANA          PIC 9(01).
       01  COCIENTE-DIAS       PIC 9(07).
       01  CANDIDATA           PIC 9(08).
       01  ES-FESTIVO          PIC X VALUE "N".
           88  DIA-ES-FESTIVO         VALUE "S".
       COPY JRNLPRM.
       LINKAGE SECTION.
       COPY LIQPRM.
       PROCEDURE DIVISION USING AUSLIQ-PARM.
       MAIN-PROCEDURE.
           MOVE 0   TO LQ-DEVENGADO
           MOVE 0   TO LQ-ARRASTRE
           MOVE 0   TO LQ-CONSUMIDO
           MOVE 0   TO LQ-PENDIENTE
           MOVE 0   TO LQ-ANULADAS
           MOVE "S" TO LQ-RESULTADO
           MOVE "N" TO AUSENCIAS-SW
           IF LQ-EMPLOYEE-ID = 0
               GOBACK
           END-IF
           PERFORM CARGA-VACACION
           OPEN I-O AUSENCIAS-FILE
           IF AU-STATUS = "00"
               MOVE "S" TO AUSENCIAS-SW
           ELSE
               IF AU-STATUS NOT = "35"
                   MOVE "E" TO LQ-RESULTADO
                   GOBACK
               END-IF
           END-IF
           OPEN I-O SALDOS-FILE
           IF SD-STATUS = "35"
               OPEN OUTPUT SALDOS-FILE
               CLOSE SALDOS-FILE
               OPEN I-O SALDOS-FILE
           END-IF
           IF SD-STATUS NOT = "00"
               MOVE "E" TO LQ-RESULTADO
               IF HAY-AUSENCIAS
                   CLOSE AUSENCIAS-FILE
               END-IF
               GOBACK
           END-IF
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (LQ-FECHA-BAJA) - 1
           MOVE FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
               TO VISPERA-BAJA
           MOVE LQ-FECHA-BAJA (1:4) TO ANO-SALDO
           IF HAY-AUSENCIAS
               PERFORM RECORTA-AUSENCIAS
           END-IF
           PERFORM OBTIENE-SALDO
           PERFORM CALCULA-DEVENGADO
           MOVE ARRASTRE-ACTUAL TO LQ-ARRASTRE
           MOVE CONSUMIDO       TO LQ-CONSUMIDO
           COMPUTE LQ-PENDIENTE =
               LQ-DEVENGADO + ARRASTRE-ACTUAL - CONSUMIDO
           PERFORM GRABA-LIQUIDACION
           PERFORM GRABA-LISTADO
           IF HAY-AUSENCIAS
               CLOSE AUSENCIAS-FILE
           END-IF
           CLOSE SALDOS-FILE
           GOBACK.

       CARGA-VACACION.
           OPEN INPUT VACACION-FILE
           IF VAC-STATUS = "00"
               READ VACACION-FILE
                   NOT AT END
                       MOVE VC-DIAS-ANUALES  TO DIAS-ANUALES
                       MOVE VC-TOPE-ARRASTRE TO TOPE-ARRASTRE
               END-READ
               CLOSE VACACION-FILE
           END-IF.

      *Lo que empieza el dia de la baja o despues se anula; lo que
      *empieza antes y termina despues se queda hasta la vispera con
      *sus dias habiles recontados.
       RECORTA-AUSENCIAS.
           MOVE LQ-EMPLOYEE-ID TO AU-EMPLOYEE-ID
           MOVE 0 TO AU-FECHA-DESDE
           START AUSENCIAS-FILE KEY NOT < AU-CLAVE
               INVALID KEY
                   MOVE "23" TO AU-STATUS
           END-START
           IF AU-STATUS = "00"
               READ AUSENCIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AU-STATUS
               END-READ
               PERFORM UNTIL AU-STATUS NOT = "00"
                   IF AU-EMPLOYEE-ID NOT = LQ-EMPLOYEE-ID
                       MOVE "10" TO AU-STATUS
                   ELSE
                       IF AU-VIGENTE
                               AND AU-FECHA-HASTA >= LQ-FECHA-BAJA
                           PERFORM RECORTA-AUSENCIA
                       END-IF
                       READ AUSENCIAS-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO AU-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           MOVE "00" TO AU-STATUS.

       RECORTA-AUSENCIA.
           IF AU-FECHA-DESDE >= LQ-FECHA-BAJA
               MOVE "X" TO AU-ESTADO
               ADD 1 TO LQ-ANULADAS
           ELSE
               MOVE VISPERA-BAJA TO AU-FECHA-HASTA
               PERFORM CUENTA-DIAS-HABILES
               MOVE DIAS-CONTADOS TO AU-DIAS-HABILES
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           REWRITE AUSENCIA-RECORD
           IF AU-STATUS = "00"
               MOVE "AUSENCIA" TO JR-FICHERO
               MOVE "REWRITE" TO JR-OPERACION
               MOVE AUSENCIA-RECORD TO JR-IMAGEN
               CALL "JRNLWR" USING JOURNAL-PARM
           ELSE
               MOVE "E" TO LQ-RESULTADO
               MOVE "00" TO AU-STATUS
           END-IF.

      *Dias habiles de la ausencia leida, desde su primer dia hasta
      *su ultimo, con las reglas del avance de CALPROC.
       CUENTA-DIAS-HABILES.
           MOVE 0 TO DIAS-CONTADOS
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (AU-FECHA-DESDE) - 1
           COMPUTE DIAS-FIN = FUNCTION INTEGER-OF-DATE (AU-FECHA-HASTA)
           PERFORM CUENTA-DIA-HABIL
               UNTIL DIAS-ENTEROS >= DIAS-FIN.

       CUENTA-DIA-HABIL.
           ADD 1 TO DIAS-ENTEROS
           COMPUTE CANDIDATA =
               FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
           DIVIDE DIAS-ENTEROS BY 7 GIVING COCIENTE-DIAS
               REMAINDER DIA-SEMANA
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               CONTINUE
           ELSE
               PERFORM COMPRUEBA-FESTIVO
               IF NOT DIA-ES-FESTIVO
                   ADD 1 TO DIAS-CONTADOS
               END-IF
           END-IF.

       COMPRUEBA-FESTIVO.
           MOVE "N" TO ES-FESTIVO
           OPEN INPUT FESTIVOS-FILE
           IF FES-STATUS = "00"
               PERFORM UNTIL FES-STATUS NOT = "00"
                   READ FESTIVOS-FILE
                       AT END
                           MOVE "10" TO FES-STATUS
                       NOT AT END
                           IF FESTIVO-RECORD = CANDIDATA
                               MOVE "S" TO ES-FESTIVO
                               MOVE "10" TO FES-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTIVOS-FILE
           END-IF.

      *Saldo del ano de la baja, como en AUSMNT: el registro de
      *SALDOVAC.DAT o, si no lo hay, el derecho que le toca. Una
      *liquidacion repetida de la misma baja se rehace igual.
       OBTIENE-SALDO.
           MOVE "G" TO SALDO-SW
           MOVE LQ-EMPLOYEE-ID TO SD-EMPLOYEE-ID
           MOVE ANO-SALDO      TO SD-ANO
           READ SALDOS-FILE
               INVALID KEY
                   MOVE "N" TO SALDO-SW
           END-READ
           IF SALDO-GRABADO AND SD-LIQUIDADO
                   AND LQ-FECHA-ALTA > SD-FECHA-LIQUIDACION
               MOVE "R" TO SALDO-SW
           END-IF
           IF SALDO-NUEVO OR SALDO-REABIERTO
               PERFORM CALCULA-DERECHO
           ELSE
               MOVE SD-DERECHO  TO DERECHO-ACTUAL
               MOVE SD-ARRASTRE TO ARRASTRE-ACTUAL
           END-IF
           MOVE ANO-SALDO TO ANO-CONSUMO
           PERFORM SUMA-CONSUMO
           MOVE "00" TO SD-STATUS.

       CALCULA-DERECHO.
           COMPUTE INICIO-ANO = ANO-SALDO * 10000 + 101
           COMPUTE FIN-ANO    = ANO-SALDO * 10000 + 1231
           IF LQ-FECHA-ALTA > FIN-ANO
               MOVE 0 TO DERECHO-ACTUAL
           ELSE
               IF LQ-FECHA-ALTA > INICIO-ANO
                   COMPUTE DIAS-TRAMO =
                       FUNCTION INTEGER-OF-DATE (FIN-ANO)
                       - FUNCTION INTEGER-OF-DATE (LQ-FECHA-ALTA) + 1
                   COMPUTE DIAS-ANO =
                       FUNCTION INTEGER-OF-DATE (FIN-ANO)
                       - FUNCTION INTEGER-OF-DATE (INICIO-ANO) + 1
                   COMPUTE DERECHO-ACTUAL ROUNDED =
                       DIAS-ANUALES * DIAS-TRAMO / DIAS-ANO
               ELSE
                   MOVE DIAS-ANUALES TO DERECHO-ACTUAL
               END-IF
           END-IF
           MOVE 0 TO ARRASTRE-ACTUAL
           IF SALDO-NUEVO
               MOVE LQ-EMPLOYEE-ID TO SD-EMPLOYEE-ID
               COMPUTE SD-ANO = ANO-SALDO - 1
               READ SALDOS-FILE
                   INVALID KEY
                       MOVE "23" TO SD-STATUS
               END-READ
               IF SD-STATUS = "00" AND SD-ABIERTO
                   COMPUTE RESTO-ANTERIOR = SD-DERECHO + SD-ARRASTRE
                   COMPUTE ANO-CONSUMO = ANO-SALDO - 1
                   PERFORM SUMA-CONSUMO
                   SUBTRACT CONSUMIDO FROM RESTO-ANTERIOR
                   IF RESTO-ANTERIOR > TOPE-ARRASTRE
                       MOVE TOPE-ARRASTRE TO RESTO-ANTERIOR
                   END-IF
                   IF RESTO-ANTERIOR > 0
                       MOVE RESTO-ANTERIOR TO ARRASTRE-ACTUAL
                   END-IF
               END-IF
           END-IF.

       SUMA-CONSUMO.
           MOVE 0 TO CONSUMIDO
           IF HAY-AUSENCIAS
               MOVE LQ-EMPLOYEE-ID TO AU-EMPLOYEE-ID
               MOVE 0 TO AU-FECHA-DESDE
               START AUSENCIAS-FILE KEY NOT < AU-CLAVE
                   INVALID KEY
                       MOVE "23" TO AU-STATUS
               END-START
               IF AU-STATUS = "00"
                   READ AUSENCIAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO AU-STATUS
                   END-READ
                   PERFORM UNTIL AU-STATUS NOT = "00"
                       IF AU-EMPLOYEE-ID NOT = LQ-EMPLOYEE-ID
                           MOVE "10" TO AU-STATUS
                       ELSE
                           MOVE AU-FECHA-DESDE (1:4) TO ANO-AUSENCIA
                           IF AU-VIGENTE AND AU-DESCUENTA-SALDO
                                   AND ANO-AUSENCIA = ANO-CONSUMO
                                   AND AU-FECHA-DESDE >= LQ-FECHA-ALTA
                               ADD AU-DIAS-HABILES TO CONSUMIDO
                           END-IF
                           READ AUSENCIAS-FILE NEXT RECORD
                               AT END
                                   MOVE "10" TO AU-STATUS
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               MOVE "00" TO AU-STATUS
           END-IF.

      *El derecho del registro cubre desde el alta (o el 1 de enero)
      *hasta fin de ano; se devenga en proporcion a los dias naturales
      *trabajados hasta la vispera de la baja.
       CALCULA-DEVENGADO.
           COMPUTE INICIO-ANO = ANO-SALDO * 10000 + 101
           COMPUTE FIN-ANO    = ANO-SALDO * 10000 + 1231
           IF LQ-FECHA-ALTA > INICIO-ANO
               MOVE LQ-FECHA-ALTA TO INICIO-DEVENGO
           ELSE
               MOVE INICIO-ANO TO INICIO-DEVENGO
           END-IF
           COMPUTE DIAS-TRABAJADOS =
               FUNCTION INTEGER-OF-DATE (LQ-FECHA-BAJA)
               - FUNCTION INTEGER-OF-DATE (INICIO-DEVENGO)
           COMPUTE DIAS-TRAMO =
               FUNCTION INTEGER-OF-DATE (FIN-ANO)
               - FUNCTION INTEGER-OF-DATE (INICIO-DEVENGO) + 1
           IF DIAS-TRABAJADOS > 0
               COMPUTE LQ-DEVENGADO ROUNDED =
                   DERECHO-ACTUAL * DIAS-TRABAJADOS / DIAS-TRAMO
           ELSE
               MOVE 0 TO LQ-DEVENGADO
           END-IF.

       GRABA-LIQUIDACION.
           MOVE LQ-EMPLOYEE-ID  TO SD-EMPLOYEE-ID
           MOVE ANO-SALDO       TO SD-ANO
           MOVE DERECHO-ACTUAL  TO SD-DERECHO
           MOVE ARRASTRE-ACTUAL TO SD-ARRASTRE
           MOVE "L"             TO SD-ESTADO
           MOVE LQ-FECHA-BAJA   TO SD-FECHA-LIQUIDACION
           MOVE LQ-PENDIENTE    TO SD-DIAS-LIQUIDADOS
           MOVE LQ-SOLICITANTE  TO SD-OPERADOR-ID
           MOVE FUNCTION CURRENT-DATE TO SD-TIMESTAMP
           IF SALDO-NUEVO
               WRITE SALDO-VACACIONES-RECORD
               MOVE "WRITE" TO JR-OPERACION
           ELSE
               REWRITE SALDO-VACACIONES-RECORD
               MOVE "REWRITE" TO JR-OPERACION
           END-IF
           IF SD-STATUS = "00"
               MOVE "SALDOVAC" TO JR-FICHERO
               MOVE SALDO-VACACIONES-RECORD TO JR-IMAGEN
               CALL "JRNLWR" USING JOURNAL-PARM
           ELSE
               MOVE "E" TO LQ-RESULTADO
           END-IF.

       GRABA-LISTADO.
           MOVE SPACES TO LIQUIDA-RECORD
           MOVE FUNCTION CURRENT-DATE (1:14) TO LL-TIMESTAMP
           MOVE LQ-EMPLOYEE-ID TO LL-EMPLOYEE-ID
           MOVE LQ-FECHA-BAJA  TO LL-FECHA-BAJA
           MOVE ANO-SALDO      TO LL-ANO
           MOVE LQ-DEVENGADO   TO LL-DEVENGADO
           MOVE LQ-ARRASTRE    TO LL-ARRASTRE
           MOVE LQ-CONSUMIDO   TO LL-CONSUMIDO
           MOVE LQ-PENDIENTE   TO LL-PENDIENTE
           MOVE LQ-ANULADAS    TO LL-ANULADAS
           MOVE LQ-SOLICITANTE TO LL-SOLICITANTE
           OPEN EXTEND LIQUIDA-LOG
           IF LIQ-STATUS = "35"
               OPEN OUTPUT LIQUIDA-LOG
               CLOSE LIQUIDA-LOG
               OPEN EXTEND LIQUIDA-LOG
           END-IF
           WRITE LIQUIDA-RECORD
           CLOSE LIQUIDA-LOG.

       END PROGRAM AUSLIQ.
