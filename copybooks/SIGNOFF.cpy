           05  SO-TIMESTAMP         PIC X(21).
           05  SO-RESPUESTA         PIC X.
           05  SO-AUTORIZADO        PIC X.
      *Programa y funcion que la matriz de permisos denego (evento
      *P); en blanco para el resto de eventos.
           05  SO-PROGRAMA          PIC X(21).
           05  SO-FUNCION           PIC X(12).
