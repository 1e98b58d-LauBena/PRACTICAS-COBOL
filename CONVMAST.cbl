      * Author: Benavidez Laura
      * Date: 01/09/2026
      * Purpose: Conversion unica de los maestros indexados al formato
      *          ampliado: AUTHOPS.DAT (empleado vinculado y marca de
      *          cuenta de formacion), EMPMAST.DAT (motivo de baja y
      *          puntero de fusion), DEPTOS.DAT (jefe del
      *          departamento) y CALCLDGR.DAT (valor de la cadena de
      *          control). Un fichero indexado grabado con el trazado
      *          corto no abre bajo la FD ampliada (estado 39), asi
      *          que cada maestro se descarga con su trazado antiguo a
      *          CONVTMP.DAT, se recrea bajo el trazado nuevo y se
      *          recarga con los campos nuevos en su valor por defecto
      *          (cuenta sin vincular y real, sin fusion, sin jefe).
      *          Al recargar CALCLDGR.DAT cada apunte se sella en orden
      *          de clave con LEDGCHN partiendo de cero y el ultimo
      *          queda como cabeza de la cadena en LEDGCHN.DAT.
      *          Se ejecuta una vez por fichero antes de estrenar la
      *          version; un maestro ya convertido se detecta y no se
      *          toca.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPV-CODIGO
               FILE STATUS IS DPV-STATUS.
           SELECT CALC-LEDGER ASSIGN TO "CALCLDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-STATUS.
           SELECT LEDGER-VIEJO ASSIGN TO "CALCLDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGV-KEY
               FILE STATUS IS LGV-STATUS.
           SELECT DESCARGA-FILE ASSIGN TO "CONVTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNL-STATUS.
       FILE SECTION.
       FD  AUTH-OPERATORS.
       COPY AUTHOPS.
      *Trazado antiguo de AUTHOPS.DAT, sin empleado vinculado ni
      *marca de formacion.
       FD  AUTH-VIEJO.
       01  AUTH-VIEJO-RECORD.
           05  AOV-OPERADOR         PIC X(08).
           05  AOV-PASSWORD         PIC X(08).
           05  AOV-INTENTOS         PIC 9(01).
           05  AOV-BLOQUEADO        PIC X.
           05  AOV-NIVEL            PIC X.
           05  AOV-HORA-DESDE       PIC 9(04).
           05  AOV-HORA-HASTA       PIC 9(04).
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
      *Trazado antiguo de EMPMAST.DAT, sin los campos de fusion.
           05  EMV-DEPARTAMENTO     PIC X(04).
       FD  DEPARTMENTS.
       COPY DEPTOS.
      *Trazado antiguo de DEPTOS.DAT, con division y sin jefe.
       FD  DEPTOS-VIEJO.
       01  DEPTO-VIEJO-RECORD.
           05  DPV-CODIGO           PIC X(04).
           05  DPV-NOMBRE           PIC X(20).
           05  DPV-DIVISION         PIC X(04).
       FD  CALC-LEDGER.
       COPY CALCLDGR.
      *Trazado antiguo de CALCLDGR.DAT, sin valor de cadena.
       FD  LEDGER-VIEJO.
       01  LEDGER-VIEJO-RECORD.
           05  LGV-KEY              PIC X(37).
           05  LGV-RESTO            PIC X(136).
       FD  DESCARGA-FILE.
       01  DESCARGA-REGISTRO         PIC X(200).
       WORKING-STORAGE SECTION.
       01  EMV-STATUS          PIC XX.
       01  DEP-STATUS          PIC XX.
       01  DPV-STATUS          PIC XX.
       01  CL-STATUS           PIC XX.
       01  LGV-STATUS          PIC XX.
       01  UNL-STATUS          PIC XX.
       01  OPCION              PIC X.
           88  OPCION-AUTHOPS         VALUE "1".
           88  OPCION-EMPMAST         VALUE "2".
           88  OPCION-DEPTOS          VALUE "3".
           88  OPCION-CALCLDGR        VALUE "4".
           88  OPCION-SALIR           VALUE "5".
       01  DESCARGADOS         PIC 9(06) VALUE 0.
       01  RECARGADOS          PIC 9(06) VALUE 0.
       01  CADENA-PREVIA       PIC 9(10) VALUE 0.
       01  CODIGO-RETORNO      PIC 9 VALUE 0.
       COPY JOBLOGR.
       COPY CADENPRM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRA-ARRANQUE.
           DISPLAY "  1. Convertir AUTHOPS.DAT".
           DISPLAY "  2. Convertir EMPMAST.DAT".
           DISPLAY "  3. Convertir DEPTOS.DAT".
           DISPLAY "  4. Convertir CALCLDGR.DAT".
           DISPLAY "  5. Salir".
           ACCEPT OPCION.
           EVALUATE TRUE
               WHEN OPCION-AUTHOPS
               WHEN OPCION-DEPTOS
                   PERFORM CONVIERTE-DEPTOS
                   GO TO MENU-CONVERSION
               WHEN OPCION-CALCLDGR
                   PERFORM CONVIERTE-CALCLDGR
                   GO TO MENU-CONVERSION
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida, introduce 1 a 5."
                   MOVE 4 TO CODIGO-RETORNO
                   GO TO MENU-CONVERSION
           END-EVALUATE.
                   MOVE AOV-PASSWORD    TO AO-PASSWORD
                   MOVE AOV-INTENTOS    TO AO-INTENTOS
                   MOVE AOV-BLOQUEADO   TO AO-BLOQUEADO
                   MOVE AOV-NIVEL       TO AO-NIVEL
                   MOVE AOV-HORA-DESDE  TO AO-HORA-DESDE
                   MOVE AOV-HORA-HASTA  TO AO-HORA-HASTA
                   MOVE 0               TO AO-EMPLOYEE-ID
                   MOVE "N"             TO AO-ENTRENAMIENTO
                   MOVE SPACES TO DESCARGA-REGISTRO
                   MOVE AUTH-OPERATOR-RECORD TO DESCARGA-REGISTRO
                   WRITE DESCARGA-REGISTRO
                   MOVE SPACES      TO DEPARTMENT-RECORD
                   MOVE DPV-CODIGO  TO DP-CODIGO
                   MOVE DPV-NOMBRE  TO DP-NOMBRE
                   MOVE DPV-DIVISION TO DP-DIVISION
                   MOVE 0           TO DP-JEFE
                   MOVE SPACES TO DESCARGA-REGISTRO
                   MOVE DEPARTMENT-RECORD TO DESCARGA-REGISTRO
                   WRITE DESCARGA-REGISTRO
           CLOSE DESCARGA-FILE
           CLOSE DEPARTMENTS.

       CONVIERTE-CALCLDGR.
           OPEN INPUT CALC-LEDGER
           IF CL-STATUS = "00"
               CLOSE CALC-LEDGER
               DISPLAY "CALCLDGR.DAT ya esta en el formato ampliado."
           ELSE
               IF CL-STATUS = "35"
                   DISPLAY "CALCLDGR.DAT no existe, nada que "
                           "convertir."
               ELSE
                   PERFORM DESCARGA-CALCLDGR
                   IF DESCARGADOS > 0 OR LGV-STATUS = "10"
                       PERFORM RECARGA-CALCLDGR
                       PERFORM MUESTRA-RESULTADO
                   END-IF
               END-IF
           END-IF.

       DESCARGA-CALCLDGR.
           MOVE 0 TO DESCARGADOS
           MOVE 0 TO RECARGADOS
           OPEN INPUT LEDGER-VIEJO
           IF LGV-STATUS NOT = "00"
               DISPLAY "CALCLDGR.DAT tampoco abre con el trazado "
                       "antiguo. Estado: " LGV-STATUS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               OPEN OUTPUT DESCARGA-FILE
               READ LEDGER-VIEJO NEXT RECORD
                   AT END
                       MOVE "10" TO LGV-STATUS
               END-READ
               PERFORM UNTIL LGV-STATUS NOT = "00"
                   MOVE SPACES TO DESCARGA-REGISTRO
                   MOVE LEDGER-VIEJO-RECORD TO DESCARGA-REGISTRO
                   WRITE DESCARGA-REGISTRO
                   ADD 1 TO DESCARGADOS
                   READ LEDGER-VIEJO NEXT RECORD
                       AT END
                           MOVE "10" TO LGV-STATUS
                   END-READ
               END-PERFORM
               CLOSE LEDGER-VIEJO
               CLOSE DESCARGA-FILE
           END-IF.

      *La descarga sale en orden de clave, que es el orden en que
      *se encadenan los apuntes; la cadena parte de cero.
       RECARGA-CALCLDGR.
           MOVE 0 TO CADENA-PREVIA
           OPEN OUTPUT CALC-LEDGER
           OPEN INPUT DESCARGA-FILE
           PERFORM UNTIL UNL-STATUS NOT = "00"
               READ DESCARGA-FILE
                   AT END
                       MOVE "10" TO UNL-STATUS
                   NOT AT END
                       MOVE DESCARGA-REGISTRO
                           TO CALC-LEDGER-RECORD
                       MOVE 0 TO CL-CADENA
                       MOVE "C"                TO LC-ACCION
                       MOVE CALC-LEDGER-RECORD TO LC-REGISTRO
                       MOVE CADENA-PREVIA      TO LC-CADENA-PREVIA
                       CALL "LEDGCHN" USING LEDGCHN-PARM
                       MOVE LC-CADENA TO CL-CADENA
                       WRITE CALC-LEDGER-RECORD
                       IF CL-STATUS = "00"
                           ADD 1 TO RECARGADOS
                           MOVE CL-CADENA TO CADENA-PREVIA
                           MOVE "A" TO LC-ACCION
                           MOVE CALC-LEDGER-RECORD TO LC-REGISTRO
                           CALL "LEDGCHN" USING LEDGCHN-PARM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DESCARGA-FILE
           CLOSE CALC-LEDGER.

       MUESTRA-RESULTADO.
           IF RECARGADOS = DESCARGADOS
               DISPLAY "Conversion correcta: " RECARGADOS " de "
