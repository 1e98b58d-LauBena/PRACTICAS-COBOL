      *Registro de parametros para la cadena de control del libro de
      *calculos LEDGCHN. Accion C: calcula el valor de cadena del
      *registro con el valor previo dado. Accion S: sella el registro
      *tomando como previo el valor de cabeza de LEDGCHN.DAT. Accion
      *A: avanza la cabeza al registro ya grabado en CALCLDGR.DAT.
       01  LEDGCHN-PARM.
           05  LC-ACCION            PIC X.
               88  LC-CALCULA             VALUE "C".
               88  LC-SELLA               VALUE "S".
               88  LC-AVANZA              VALUE "A".
           05  LC-REGISTRO          PIC X(200).
           05  LC-CADENA-PREVIA     PIC 9(10).
           05  LC-CADENA            PIC 9(10).
