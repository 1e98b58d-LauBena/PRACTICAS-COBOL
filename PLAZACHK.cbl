      ******************************************************************
      * Author: Benavidez Laura
      * Date: 15/10/2026
      * Purpose: Control comun de plazas autorizadas: carga de
      *          PLAZAS.DAT las plazas vigentes de cada departamento a
      *          una fecha y cuenta su ocupacion con los activos de
      *          EMPMAST.DAT mas las altas pendientes de confirmar en
      *          EMPSTAGE.DAT y los traslados de entrada pendientes de
      *          aprobar en TRASPEND.DAT. Responde si un departamento
      *          tiene plaza libre, esta completo o no tiene tope, y
      *          guarda la tabla entre llamadas para que un lote pueda
      *          ir sumando y restando lo que aplica. En modo de
      *          entrenamiento la ocupacion sale de ENTEMPMAST.DAT,
      *          ENTEMPSTAGE.DAT y ENTTRASPEND.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAZACHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZAS-FILE ASSIGN TO "PLAZAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLZ-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC NOMBRE-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EM-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS EM-STATUS.
           SELECT EMP-STAGING ASSIGN TO DYNAMIC NOMBRE-EMPSTAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-STATUS.
           SELECT TRASLADOS-PENDIENTES ASSIGN TO DYNAMIC
                   NOMBRE-TRASPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAZAS-FILE.
       COPY PLAZAS.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  EMP-STAGING.
       COPY EMPSTAGE.
       FD  TRASLADOS-PENDIENTES.
       COPY TRASPEND.
       WORKING-STORAGE SECTION.
       01  PLZ-STATUS          PIC XX.
       01  EM-STATUS           PIC XX.
       01  STG-STATUS          PIC XX.
       01  TRP-STATUS          PIC XX.
       01  CARGADO-SW          PIC X VALUE "N".
           88  TABLA-CARGADA          VALUE "S".
       01  FECHA-CARGA         PIC 9(08) VALUE 0.
       01  NOMBRE-EMPMAST      PIC X(20) VALUE "EMPMAST.DAT".
       01  NOMBRE-EMPSTAGE     PIC X(20) VALUE "EMPSTAGE.DAT".
       01  NOMBRE-TRASPEND     PIC X(20) VALUE "TRASPEND.DAT".
       01  MODO-PEDIDO         PIC X VALUE "N".
       01  MODO-CARGA          PIC X VALUE "N".
       01  DEPTO-BUSCADO       PIC X(04).
       01  PLAZA-HALLADA       PIC X VALUE "N".
           88  DEPTO-EN-TABLA         VALUE "S".
       01  PLAZA-COUNT         PIC 9(03) VALUE 0.
       01  PLAZA-TABLA.
           05  PLAZA-ENTRADA OCCURS 1 TO 200 TIMES
                   DEPENDING ON PLAZA-COUNT
                   INDEXED BY PLAZA-IX.
               10  PT-DEPTO       PIC X(04).
               10  PT-TOPE        PIC X.
                   88  PT-CON-TOPE        VALUE "S".
               10  PT-FECHA       PIC 9(08).
               10  PT-PLAZAS      PIC 9(05).
               10  PT-PLANTILLA   PIC 9(05).
               10  PT-ESCENA      PIC 9(05).
       LINKAGE SECTION.
       COPY PLAZPRM.
       PROCEDURE DIVISION USING PLAZACHK-PARM.
       MAIN-PROCEDURE.
           IF PP-EN-ENTRENAMIENTO
               MOVE "S" TO MODO-PEDIDO
           ELSE
               MOVE "N" TO MODO-PEDIDO
           END-IF
           EVALUATE TRUE
               WHEN PP-CARGA
                   PERFORM CARGA-PLAZAS
               WHEN PP-CONSULTA
                   IF NOT TABLA-CARGADA OR PP-FECHA NOT = FECHA-CARGA
                           OR MODO-PEDIDO NOT = MODO-CARGA
                       PERFORM CARGA-PLAZAS
                   END-IF
                   PERFORM DEVUELVE-DEPARTAMENTO
               WHEN PP-OCUPA
                   IF TABLA-CARGADA
                       MOVE PP-DEPARTAMENTO TO DEPTO-BUSCADO
                       PERFORM BUSCA-DEPARTAMENTO
                       IF DEPTO-EN-TABLA
                           ADD 1 TO PT-PLANTILLA (PLAZA-IX)
                       END-IF
                       PERFORM DEVUELVE-DEPARTAMENTO
                   END-IF
               WHEN PP-LIBERA
                   IF TABLA-CARGADA
                       MOVE PP-DEPARTAMENTO TO DEPTO-BUSCADO
                       PERFORM BUSCA-DEPARTAMENTO
                       IF DEPTO-EN-TABLA
                               AND PT-PLANTILLA (PLAZA-IX) > 0
                           SUBTRACT 1 FROM PT-PLANTILLA (PLAZA-IX)
                       END-IF
                       PERFORM DEVUELVE-DEPARTAMENTO
                   END-IF
           END-EVALUATE.
           GOBACK.

      *Rige el registro de fecha efectiva mas reciente que no pase
      *de PP-FECHA; a igual fecha gana el ultimo del fichero, que es
      *como DEPTMNT corrige un presupuesto mal grabado.
       CARGA-PLAZAS.
           MOVE 0 TO PLAZA-COUNT
           IF MODO-PEDIDO = "S"
               MOVE "ENTEMPMAST.DAT"  TO NOMBRE-EMPMAST
               MOVE "ENTEMPSTAGE.DAT" TO NOMBRE-EMPSTAGE
               MOVE "ENTTRASPEND.DAT" TO NOMBRE-TRASPEND
           ELSE
               MOVE "EMPMAST.DAT"     TO NOMBRE-EMPMAST
               MOVE "EMPSTAGE.DAT"    TO NOMBRE-EMPSTAGE
               MOVE "TRASPEND.DAT"    TO NOMBRE-TRASPEND
           END-IF
           OPEN INPUT PLAZAS-FILE
           IF PLZ-STATUS = "00"
               PERFORM UNTIL PLZ-STATUS NOT = "00"
                   READ PLAZAS-FILE
                       AT END
                           MOVE "10" TO PLZ-STATUS
                       NOT AT END
                           IF PZ-FECHA-EFECTIVA <= PP-FECHA
                               PERFORM ANOTA-PRESUPUESTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAZAS-FILE
           END-IF
           PERFORM CUENTA-PLANTILLA
           PERFORM CUENTA-ESCENA
           PERFORM CUENTA-TRASLADOS
           MOVE "S" TO CARGADO-SW
           MOVE PP-FECHA TO FECHA-CARGA
           MOVE MODO-PEDIDO TO MODO-CARGA.

       ANOTA-PRESUPUESTO.
           MOVE PZ-DEPARTAMENTO TO DEPTO-BUSCADO
           PERFORM BUSCA-DEPARTAMENTO
           IF DEPTO-EN-TABLA
               IF NOT PT-CON-TOPE (PLAZA-IX)
                       OR PZ-FECHA-EFECTIVA >= PT-FECHA (PLAZA-IX)
                   MOVE "S" TO PT-TOPE (PLAZA-IX)
                   MOVE PZ-FECHA-EFECTIVA TO PT-FECHA (PLAZA-IX)
                   MOVE PZ-PLAZAS TO PT-PLAZAS (PLAZA-IX)
               END-IF
           END-IF.

      *Los registros que EMPMERGE fusiono ya estan de baja, asi que
      *contar los activos basta.
       CUENTA-PLANTILLA.
           OPEN INPUT EMPLOYEE-MASTER
           IF EM-STATUS = "00"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO EM-STATUS
               END-READ
               PERFORM UNTIL EM-STATUS NOT = "00"
                   IF EM-ACTIVO
                       MOVE EM-DEPARTAMENTO TO DEPTO-BUSCADO
                       PERFORM BUSCA-DEPARTAMENTO
                       IF DEPTO-EN-TABLA
                           ADD 1 TO PT-PLANTILLA (PLAZA-IX)
                       END-IF
                   END-IF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO EM-STATUS
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

      *Las altas de lote que esperan la confirmacion de EMPSTREV ya
      *tienen su plaza comprometida.
       CUENTA-ESCENA.
           OPEN INPUT EMP-STAGING
           IF STG-STATUS = "00"
               PERFORM UNTIL STG-STATUS NOT = "00"
                   READ EMP-STAGING
                       AT END
                           MOVE "10" TO STG-STATUS
                       NOT AT END
                           IF SG-PENDIENTE
                               MOVE SG-DEPARTAMENTO TO DEPTO-BUSCADO
                               PERFORM BUSCA-DEPARTAMENTO
                               IF DEPTO-EN-TABLA
                                   ADD 1 TO PT-ESCENA (PLAZA-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-STAGING
           END-IF.

      *El traslado que espera la aprobacion del jefe de destino
      *ya tiene alli su plaza; el origen la conserva hasta que se
      *aplica.
       CUENTA-TRASLADOS.
           OPEN INPUT TRASLADOS-PENDIENTES
           IF TRP-STATUS = "00"
               PERFORM UNTIL TRP-STATUS NOT = "00"
                   READ TRASLADOS-PENDIENTES
                       AT END
                           MOVE "10" TO TRP-STATUS
                       NOT AT END
                           IF TQ-PENDIENTE
                               MOVE TQ-DEPARTAMENTO-NVO
                                   TO DEPTO-BUSCADO
                               PERFORM BUSCA-DEPARTAMENTO
                               IF DEPTO-EN-TABLA
                                   ADD 1 TO PT-ESCENA (PLAZA-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRASLADOS-PENDIENTES
           END-IF.

      *Busca el departamento y, si no esta, lo anade sin tope.
       BUSCA-DEPARTAMENTO.
           MOVE "N" TO PLAZA-HALLADA
           PERFORM VARYING PLAZA-IX FROM 1 BY 1
                   UNTIL PLAZA-IX > PLAZA-COUNT
                       OR DEPTO-EN-TABLA
               IF PT-DEPTO (PLAZA-IX) = DEPTO-BUSCADO
                   MOVE "S" TO PLAZA-HALLADA
               END-IF
           END-PERFORM
           IF DEPTO-EN-TABLA
               SET PLAZA-IX DOWN BY 1
           ELSE
               IF PLAZA-COUNT < 200
                   ADD 1 TO PLAZA-COUNT
                   SET PLAZA-IX TO PLAZA-COUNT
                   MOVE DEPTO-BUSCADO TO PT-DEPTO (PLAZA-IX)
                   MOVE "N" TO PT-TOPE (PLAZA-IX)
                   MOVE 0 TO PT-FECHA (PLAZA-IX)
                   MOVE 0 TO PT-PLAZAS (PLAZA-IX)
                   MOVE 0 TO PT-PLANTILLA (PLAZA-IX)
                   MOVE 0 TO PT-ESCENA (PLAZA-IX)
                   MOVE "S" TO PLAZA-HALLADA
               END-IF
           END-IF.

       DEVUELVE-DEPARTAMENTO.
           MOVE 0 TO PP-PLAZAS
           MOVE 0 TO PP-EN-PLANTILLA
           MOVE 0 TO PP-EN-ESCENA
           MOVE 0 TO PP-OCUPADAS
           MOVE "S" TO PP-RESULTADO
           MOVE PP-DEPARTAMENTO TO DEPTO-BUSCADO
           PERFORM BUSCA-DEPARTAMENTO
           IF DEPTO-EN-TABLA
               MOVE PT-PLANTILLA (PLAZA-IX) TO PP-EN-PLANTILLA
               MOVE PT-ESCENA (PLAZA-IX)    TO PP-EN-ESCENA
               COMPUTE PP-OCUPADAS =
                   PT-PLANTILLA (PLAZA-IX) + PT-ESCENA (PLAZA-IX)
               IF PT-CON-TOPE (PLAZA-IX)
                   MOVE PT-PLAZAS (PLAZA-IX) TO PP-PLAZAS
                   IF PP-OCUPADAS < PP-PLAZAS
                       MOVE "L" TO PP-RESULTADO
                   ELSE
                       MOVE "C" TO PP-RESULTADO
                   END-IF
               END-IF
           END-IF.

       END PROGRAM PLAZACHK.
