       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
      *Espejos de ensayo: la clave y el resto replican el tamano de
      *los registros de CALCLDGR.cpy (37+146) y EMPMAST.cpy (6+89).
       FD  ENSAYO-LEDGER.
       01  ENSAYO-LEDGER-RECORD.
           05  EC-KEY               PIC X(37).
           05  EC-RESTO             PIC X(146).
       FD  ENSAYO-EMPLEADOS.
       01  ENSAYO-EMPLEADO-RECORD.
           05  EE-KEY               PIC 9(06).
                       NOT AT END
                           ADD 1 TO CARGADOS
                           IF ENSAYA-LEDGER
                               MOVE ENTRADA-REGISTRO (1:183)
                                   TO ENSAYO-LEDGER-RECORD
                               WRITE ENSAYO-LEDGER-RECORD
                           ELSE
       REAPLICA-IMAGEN.
           EVALUATE TRUE
               WHEN ENSAYA-LEDGER AND JN-FICHERO = "CALCLDGR"
                   MOVE JN-IMAGEN (1:183) TO ENSAYO-LEDGER-RECORD
                   PERFORM REAPLICA-LEDGER-ENSAYO
               WHEN ENSAYA-EMPLEADOS AND JN-FICHERO = "EMPMAST"
                   MOVE JN-IMAGEN (1:95) TO ENSAYO-EMPLEADO-RECORD
                           ADD 1 TO FALTAN-EN-VIVO
                       NOT INVALID KEY
                           MOVE CALC-LEDGER-RECORD TO IMAGEN-VIVO
                           IF IMAGEN-ENSAYO (1:183)
                                   = IMAGEN-VIVO (1:183)
                               ADD 1 TO IGUALES
                           ELSE
                               ADD 1 TO DIFERENTES
