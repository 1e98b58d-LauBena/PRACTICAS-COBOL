      *Registro de parametros para SECASIG, servicio central de
      *numeracion. Accion A: emite el siguiente numero de la
      *secuencia SC-SECUENCIA y lo anota en SECLOG.DAT. Accion R:
      *tras restaurar SECUENC.DAT adelanta cada secuencia hasta lo
      *ya emitido segun SECLOG.DAT, para no repetir numeros.
       01  SECASIG-PARM.
           05  SC-ACCION            PIC X.
               88  SC-ASIGNA              VALUE "A".
               88  SC-REALINEA            VALUE "R".
           05  SC-SECUENCIA         PIC X(12).
           05  SC-PROGRAMA          PIC X(20).
           05  SC-OPERADOR-ID       PIC X(08).
           05  SC-NUMERO            PIC 9(06).
           05  SC-REALINEADAS       PIC 9(03).
           05  SC-RESULTADO         PIC X.
               88  SC-CORRECTO            VALUE "S".
               88  SC-OCUPADO             VALUE "O".
               88  SC-AGOTADA             VALUE "L".
               88  SC-ERROR               VALUE "E".
