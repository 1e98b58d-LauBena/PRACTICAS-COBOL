      *          ultima actividad y, pasado el periodo de inactividad
      *          de SESIDLE.DAT, la sesion caduca sola y obliga a una
      *          validacion nueva con AUTHCHK; la caducidad queda en
      *          SIGNOFF.LOG. La sesion guarda tambien los permisos de
      *          PERMISOS.DAT cargados al abrirla y los devuelve en
      *          cada consulta, junto con el modo de entrenamiento
      *          de la cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  SES-ABIERTA            VALUE "A".
           05  SES-NIVEL            PIC X.
           05  SES-ULTIMA-ACTIVIDAD PIC X(21).
           05  SES-PERMISOS         PIC X(1053).
           05  SES-ENTRENAMIENTO    PIC X.
       FD  INACTIVIDAD-CONTROL.
       01  INACTIVIDAD-RECORD       PIC 9(04).
       FD  SIGNOFF-LOG.
                               MOVE SES-TERMINAL TO SE-TERMINAL-ID
                               MOVE SES-INICIO   TO SE-INICIO
                               MOVE SES-NIVEL    TO SE-NIVEL
                               MOVE SES-PERMISOS TO SE-PERMISOS
                               MOVE SES-ENTRENAMIENTO
                                   TO SE-ENTRENAMIENTO
                               MOVE FUNCTION CURRENT-DATE
                                   TO SES-ULTIMA-ACTIVIDAD
                               REWRITE SESION-RECORD
           MOVE FUNCTION CURRENT-DATE TO SO-TIMESTAMP
           MOVE "T"          TO SO-RESPUESTA
           MOVE "N"          TO SO-AUTORIZADO
           MOVE SPACES TO SO-PROGRAMA
           MOVE SPACES TO SO-FUNCION
           PERFORM ABRE-SIGNOFF-LOG
           WRITE SIGNOFF-RECORD
           CLOSE SIGNOFF-LOG.
           MOVE SES-INICIO     TO SE-INICIO
           MOVE SE-NIVEL       TO SES-NIVEL
           MOVE SES-INICIO     TO SES-ULTIMA-ACTIVIDAD
           MOVE SE-PERMISOS    TO SES-PERMISOS
           MOVE SE-ENTRENAMIENTO TO SES-ENTRENAMIENTO
           MOVE "A"            TO SES-ESTADO
           OPEN OUTPUT SESION-FILE
           WRITE SESION-RECORD
