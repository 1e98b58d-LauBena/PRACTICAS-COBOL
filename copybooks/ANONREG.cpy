      *Registro de ANONREG.DAT: un empleado anonimizado por ANONIMIZ
      *con la baja del periodo que se anonimizo. RESTAURA y RECUPERA
      *lo vuelven a aplicar por REANONIM sobre el maestro recargado.
       01  ANONIMIZADO-RECORD.
           05  AR-EMPLOYEE-ID       PIC 9(06).
           05  AR-FECHA-BAJA        PIC 9(08).
           05  AR-FECHA-PROCESO     PIC 9(08).
           05  AR-OPERADOR-ID       PIC X(08).
           05  AR-TIMESTAMP         PIC X(21).
