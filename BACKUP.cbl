      * Purpose: Paso de salvaguarda del ciclo nocturno. El dia de
      *          copia completa configurado en BKFULLDIA.DAT (o si
      *          aun no hay manifiesto) descarga CALCLDGR.DAT,
      *          EMPMAST.DAT, AUTHOPS.DAT, DAILYLOG.DAT y el fichero
      *          de secuencias SECUENC.DAT a copias con fecha y arranca
      *          una cadena nueva en MANIFEST.DAT; el resto de
      *          noches copia solo el diario JRNLaaaammdd.DAT del
      *          dia como incremento y lo anota en la cadena, para
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-FECHA
               FILE STATUS IS DL-STATUS.
           SELECT SECUENCIAS ASSIGN TO "SECUENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-NOMBRE
               FILE STATUS IS SQ-STATUS.
           SELECT BACKUP-OUT ASSIGN TO DYNAMIC SALIDA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           05  DL-FECHA               PIC X(08).
           05  DL-CONTADOR            PIC 9(06).
           05  DL-ULTIMA-EJECUCION    PIC X(21).
       FD  SECUENCIAS.
       COPY SECUENC.
       FD  BACKUP-OUT.
       01  SALIDA-REGISTRO           PIC X(200).
       FD  MANIFEST-FILE.
       01  EM-STATUS           PIC XX.
       01  AUTH-STATUS         PIC XX.
       01  DL-STATUS           PIC XX.
       01  SQ-STATUS           PIC XX.
       01  OUT-STATUS          PIC XX.
       01  MAN-STATUS          PIC XX.
       01  SALIDA-NOMBRE       PIC X(20).
               PERFORM SALVA-EMPLOYEE-MASTER
               PERFORM SALVA-AUTH-OPERATORS
               PERFORM SALVA-DAILY-LOG
               PERFORM SALVA-SECUENCIAS
               CLOSE MANIFEST-FILE
               DISPLAY "Salvaguarda completa del dia " HOY
                       " completada."
           END-IF
           PERFORM GRABA-MANIFIESTO.

       SALVA-SECUENCIAS.
           MOVE SPACES TO SALIDA-NOMBRE
           STRING "BKSECU" HOY ".DAT" DELIMITED BY SIZE
               INTO SALIDA-NOMBRE
           MOVE "SECUENC" TO MF-FICHERO
           PERFORM PREPARA-SALIDA
           OPEN INPUT SECUENCIAS
           IF SQ-STATUS = "00"
               READ SECUENCIAS NEXT RECORD
                   AT END
                       MOVE "10" TO SQ-STATUS
               END-READ
               PERFORM UNTIL SQ-STATUS NOT = "00"
                   MOVE SPACES TO SALIDA-REGISTRO
                   MOVE SECUENCIA-RECORD TO SALIDA-REGISTRO
                   WRITE SALIDA-REGISTRO
                   ADD 1 TO REGISTROS
                   ADD SQ-SIGUIENTE TO TOTAL-CONTROL
                   READ SECUENCIAS NEXT RECORD
                       AT END
                           MOVE "10" TO SQ-STATUS
                   END-READ
               END-PERFORM
               CLOSE SECUENCIAS
           END-IF
           PERFORM GRABA-MANIFIESTO.

