      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Proceso nocturno de ausencias: pasa a disfrutadas las
      *          ausencias aprobadas de AUSENCIAS.DAT cuyo ultimo dia
      *          ya es anterior a la fecha de negocio, avisa de las
      *          solicitudes que siguen sin aprobar cuando ya empezaron
      *          y abre en SALDOVAC.DAT el derecho del ano de la fecha
      *          de negocio a cada empleado activo que aun no lo tenga:
      *          los dias de VACACION.DAT, prorrateados si entro ese
      *          ano, mas lo no disfrutado del ano anterior hasta el
      *          tope. Asi la primera noche del ano hace el arrastre de
      *          fin de ano. Cada cambio queda en el diario por JRNLWR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSPROC.
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
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT VACACION-FILE ASSIGN TO "VACACION.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VAC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIAS-FILE.
       COPY AUSENCIA.
       FD  SALDOS-FILE.
       COPY SALDOVAC.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  VACACION-FILE.
       01  VACACION-RECORD.
           05  VC-DIAS-ANUALES      PIC 9(02).
           05  VC-TOPE-ARRASTRE     PIC 9(02).
       WORKING-STORAGE SECTION.
       01  AU-STATUS           PIC XX.
       01  SD-STATUS           PIC XX.
       01  EM-STATUS           PIC XX.
       01  VAC-STATUS          PIC XX.
       01  DIAS-ANUALES        PIC 9(02) VALUE 22.
       01  TOPE-ARRASTRE       PIC 9(02) VALUE 5.
       01  AUSENCIAS-SW        PIC X VALUE "N".
           88  HAY-AUSENCIAS          VALUE "S".
       01  ANO-SALDO           PIC 9(04).
       01  ANO-CONSUMO         PIC 9(04).
       01  ANO-AUSENCIA        PIC 9(04).
       01  INICIO-ANO          PIC 9(08).
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
       01  DIAS-TRAMO          PIC 9(07).
       01  DIAS-ANO            PIC 9(07).
       01  DISFRUTADAS         PIC 9(05) VALUE 0.
       01  SIN-APROBAR         PIC 9(05) VALUE 0.
       01  SALDOS-ABIERTOS     PIC 9(05) VALUE 0.
       01  CON-ARRASTRE        PIC 9(05) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY FECHAPRM.
       COPY JRNLPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           MOVE 0 TO DISFRUTADAS
           MOVE 0 TO SIN-APROBAR
           MOVE 0 TO SALDOS-ABIERTOS
           MOVE 0 TO CON-ARRASTRE
           MOVE "N" TO AUSENCIAS-SW
           PERFORM CARGA-VACACION.
           OPEN I-O AUSENCIAS-FILE.
           IF AU-STATUS = "00"
               MOVE "S" TO AUSENCIAS-SW
               PERFORM MARCA-DISFRUTADAS
           ELSE
               IF AU-STATUS NOT = "35"
                   DISPLAY "No se pudo abrir AUSENCIAS.DAT. Estado: "
                           AU-STATUS
                   MOVE 8 TO CODIGO-RETORNO
               END-IF
           END-IF.
           IF CODIGO-RETORNO < 8
               PERFORM ABRE-SALDOS-DEL-ANO
           END-IF.
           IF HAY-AUSENCIAS
               CLOSE AUSENCIAS-FILE
           END-IF.
           DISPLAY "Ausencias pasadas a disfrutadas: " DISFRUTADAS
                   "  Saldos abiertos para " FN-FECHA-NEGOCIO (1:4)
                   ": " SALDOS-ABIERTOS " (con arrastre: "
                   CON-ARRASTRE ")".
           IF SIN-APROBAR > 0
               DISPLAY "Aviso: " SIN-APROBAR " solicitud(es) de "
                       "ausencia ya empezadas siguen sin aprobar."
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           PERFORM REGISTRA-FIN.
           GOBACK.

       REGISTRA-ARRANQUE.
           MOVE "AUSPROC"            TO JL-PROGRAM-ID
           MOVE "START"              TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE 0                    TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

       REGISTRA-FIN.
           MOVE "AUSPROC"            TO JL-PROGRAM-ID
           MOVE "END"                TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
           MOVE RETURN-CODE          TO JL-RETURN-CODE
           CALL "JOBLOGWR" USING JOBLOG-PARM.

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

       MARCA-DISFRUTADAS.
           READ AUSENCIAS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO AU-STATUS
           END-READ
           PERFORM UNTIL AU-STATUS NOT = "00"
               IF AU-APROBADA AND AU-FECHA-HASTA < FN-FECHA-NEGOCIO
                   MOVE "D" TO AU-ESTADO
                   MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
                   REWRITE AUSENCIA-RECORD
                   IF AU-STATUS = "00"
                       ADD 1 TO DISFRUTADAS
                       MOVE "AUSENCIA" TO JR-FICHERO
                       MOVE "REWRITE" TO JR-OPERACION
                       MOVE AUSENCIA-RECORD TO JR-IMAGEN
                       CALL "JRNLWR" USING JOURNAL-PARM
                   ELSE
                       DISPLAY "No se pudo regrabar la ausencia "
                               AU-CLAVE ". Estado: " AU-STATUS
                       MOVE 4 TO CODIGO-RETORNO
                       MOVE "00" TO AU-STATUS
                   END-IF
               END-IF
               IF AU-SOLICITADA AND AU-FECHA-DESDE < FN-FECHA-NEGOCIO
                   ADD 1 TO SIN-APROBAR
               END-IF
               READ AUSENCIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AU-STATUS
               END-READ
           END-PERFORM
           MOVE "00" TO AU-STATUS.

      *Cada empleado activo ha de tener el registro del ano en curso;
      *el que falta se abre con el arrastre del anterior. Los ya
      *abiertos no se tocan: pueden llevar un ajuste de supervisor.
       ABRE-SALDOS-DEL-ANO.
           MOVE FN-FECHA-NEGOCIO (1:4) TO ANO-SALDO
           OPEN I-O SALDOS-FILE
           IF SD-STATUS = "35"
               OPEN OUTPUT SALDOS-FILE
               CLOSE SALDOS-FILE
               OPEN I-O SALDOS-FILE
           END-IF
           IF SD-STATUS NOT = "00"
               DISPLAY "No se pudo abrir SALDOVAC.DAT. Estado: "
                       SD-STATUS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF EM-STATUS NOT = "00"
                   DISPLAY "No se encontro EMPLOYEE-MASTER "
                           "(EMPMAST.DAT)."
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
                   PERFORM UNTIL EM-STATUS NOT = "00"
                       IF EM-ACTIVO
                           PERFORM ABRE-SALDO-EMPLEADO
                       END-IF
                       READ EMPLOYEE-MASTER NEXT RECORD
                           AT END
                               MOVE "10" TO EM-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-MASTER
               END-IF
               CLOSE SALDOS-FILE
           END-IF.

       ABRE-SALDO-EMPLEADO.
           MOVE "G" TO SALDO-SW
           MOVE EM-EMPLOYEE-ID TO SD-EMPLOYEE-ID
           MOVE ANO-SALDO      TO SD-ANO
           READ SALDOS-FILE
               INVALID KEY
                   MOVE "N" TO SALDO-SW
           END-READ
           IF SALDO-GRABADO AND SD-LIQUIDADO
                   AND EM-FECHA-ALTA > SD-FECHA-LIQUIDACION
               MOVE "R" TO SALDO-SW
           END-IF
           IF SALDO-NUEVO OR SALDO-REABIERTO
               PERFORM CALCULA-DERECHO
               MOVE EM-EMPLOYEE-ID  TO SD-EMPLOYEE-ID
               MOVE ANO-SALDO       TO SD-ANO
               MOVE DERECHO-ACTUAL  TO SD-DERECHO
               MOVE ARRASTRE-ACTUAL TO SD-ARRASTRE
               MOVE "A"             TO SD-ESTADO
               MOVE 0               TO SD-FECHA-LIQUIDACION
               MOVE 0               TO SD-DIAS-LIQUIDADOS
               MOVE "AUSPROC"       TO SD-OPERADOR-ID
               MOVE FUNCTION CURRENT-DATE TO SD-TIMESTAMP
               IF SALDO-NUEVO
                   WRITE SALDO-VACACIONES-RECORD
                   MOVE "WRITE" TO JR-OPERACION
               ELSE
                   REWRITE SALDO-VACACIONES-RECORD
                   MOVE "REWRITE" TO JR-OPERACION
               END-IF
               IF SD-STATUS = "00"
                   ADD 1 TO SALDOS-ABIERTOS
                   IF ARRASTRE-ACTUAL > 0
                       ADD 1 TO CON-ARRASTRE
                   END-IF
                   MOVE "SALDOVAC" TO JR-FICHERO
                   MOVE SALDO-VACACIONES-RECORD TO JR-IMAGEN
                   CALL "JRNLWR" USING JOURNAL-PARM
               ELSE
                   DISPLAY "No se pudo grabar el saldo de "
                           EM-EMPLOYEE-ID ". Estado: " SD-STATUS
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF
           MOVE "00" TO SD-STATUS.

      *Mismo calculo que AUSMNT: derecho del ano prorrateado desde el
      *alta y arrastre de lo no disfrutado del ano anterior hasta el
      *tope; tras un reingreso no hay arrastre.
       CALCULA-DERECHO.
           COMPUTE INICIO-ANO = ANO-SALDO * 10000 + 101
           COMPUTE FIN-ANO    = ANO-SALDO * 10000 + 1231
           IF EM-FECHA-ALTA > FIN-ANO
               MOVE 0 TO DERECHO-ACTUAL
           ELSE
               IF EM-FECHA-ALTA > INICIO-ANO
                   COMPUTE DIAS-TRAMO =
                       FUNCTION INTEGER-OF-DATE (FIN-ANO)
                       - FUNCTION INTEGER-OF-DATE (EM-FECHA-ALTA) + 1
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
               MOVE EM-EMPLOYEE-ID TO SD-EMPLOYEE-ID
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
               MOVE EM-EMPLOYEE-ID TO AU-EMPLOYEE-ID
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
                       IF AU-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                           MOVE "10" TO AU-STATUS
                       ELSE
                           MOVE AU-FECHA-DESDE (1:4) TO ANO-AUSENCIA
                           IF AU-VIGENTE AND AU-DESCUENTA-SALDO
                                   AND ANO-AUSENCIA = ANO-CONSUMO
                                   AND AU-FECHA-DESDE >= EM-FECHA-ALTA
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

       END PROGRAM AUSPROC.
