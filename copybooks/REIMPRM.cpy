      *Registro de parametros para REIMPR, reimpresion de un informe
      *desde su generacion. Se busca en CATGEN.DAT la generacion del
      *informe y fecha pedidos; si RM-FICHERO trae un nombre se usa
      *ese fichero (una generacion recuperada de la copia de
      *seguridad). Devuelve el fichero RPnnnnnn.PRT con la cabecera
      *REPRINT y el solicitante.
       01  REIMPR-PARM.
           05  RM-INFORME           PIC X(12).
           05  RM-FECHA             PIC 9(08).
           05  RM-FICHERO           PIC X(20).
           05  RM-SOLICITANTE       PIC X(08).
           05  RM-SALIDA            PIC X(20).
           05  RM-LINEAS            PIC 9(06).
           05  RM-RESULTADO         PIC X.
               88  RM-CORRECTO            VALUE "S".
               88  RM-NO-CATALOGADA       VALUE "N".
               88  RM-PURGADA             VALUE "P".
               88  RM-SIN-FICHERO         VALUE "F".
               88  RM-ERROR               VALUE "E".
