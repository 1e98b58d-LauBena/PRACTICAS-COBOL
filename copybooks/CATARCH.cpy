      *ejecucion de LEDGARCH anota el fichero de archivo con fecha
      *que produjo, su fecha de corte y sus totales, para que las
      *consultas que cruzan el corte de archivo (LEDGSTMT, LEDGINQ)
      *sepan que generaciones tienen que leer. El valor de cadena
      *de cierre es el CL-CADENA del ultimo apunte trasladado, con
      *el que LEDGVER enlaza la generacion siguiente o el libro vivo.
       01  CATALOGO-ARCHIVO-RECORD.
           05  CA-NOMBRE            PIC X(20).
           05  CA-FECHA-PROCESO     PIC 9(08).
           05  CA-FECHA-CORTE       PIC 9(08).
           05  CA-REGISTROS         PIC 9(06).
           05  CA-SUMA              PIC S9(11)V99.
           05  CA-CADENA-CIERRE     PIC 9(10).
