      * Author: Benavidez Laura
      * Date: 19/01/2023
      * Purpose: Orquesta el ciclo diario de practicas, invocando cada
      *          programa en secuencia mediante CALL. Cada paso del
      *          plan declara de que pasos anteriores depende; si uno
      *          devuelve un codigo de fallo solo se saltan los que
      *          dependen de el y el resto del plan sigue adelante.
      *          Persiste en CICLOEST.DAT el estado de cada paso para
      *          poder reanudar una ejecucion fallida desde el paso
      *          que fallo sin repetir los ya completados: se repiten
      *          los fallidos y los saltados por dependencia. Si
      *          desde el ultimo ciclo completo quedaron dias habiles
      *          sin procesar, ofrece recuperarlos: con la conformidad
      *          del operador ejecuta el plan una vez por fecha, en
      *          orden, avanzando FECHAPRO.DAT entre pasadas, y se
      *          detiene en la primera fecha que no termine bien.
      *          La alerta de ventana se envia tambien a la guardia
      *          por ALERTWR, y antes de cada paso ALERTESC aplica las
      *          confirmaciones y reenvia las alertas no confirmadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  CICLO-LOG.
       01  CICLO-LOG-LINE            PIC X(60).
       FD  CICLO-ESTADO.
      *Estado del paso: P pendiente, C completado (u omitido por
      *frecuencia), F fallido, S saltado por fallar un paso del que
      *depende.
       01  CICLO-ESTADO-RECORD.
           05  CE-RUN                 PIC 9(06).
           05  CE-SECUENCIA           PIC 9(02).
           05  CE-PROGRAMA            PIC X(21).
           05  CE-ESTADO              PIC X.
           05  CE-FECHA-NEGOCIO       PIC 9(08).
       FD  CICLO-PLAN.
       01  CICLO-PLAN-RECORD.
           05  CP-SECUENCIA           PIC 9(02).
      *fecha concreta del calendario (MMDD en CP-FREC-DATO).
           05  CP-FRECUENCIA          PIC X.
           05  CP-FREC-DATO           PIC 9(04).
      *Hasta cuatro pasos anteriores (por su CP-SECUENCIA) de los que
      *depende este; espacios o ceros, sin dependencia.
           05  CP-DEPENDE             PIC X(02) OCCURS 4 TIMES.
       FD  FECHA-PROCESO-FILE.
       01  FECHA-PROCESO-RECORD.
           05  FP-FECHA-NEGOCIO     PIC 9(08).
       01  SECUENCIA-PREVIA    PIC 9(02) VALUE 0.
       01  FPR-STATUS          PIC XX.
       COPY FECHAPRM.
       COPY ALERTPRM.
       01  PASO-NUM            PIC 9(02) VALUE 1.
       01  PASO-RC             PIC S9(04).
       01  PASO-NOMBRE         PIC X(21).
       01  CICLO-RUN           PIC 9(06) VALUE 1.
       01  CICLO-DETENIDO-SW            PIC X VALUE "N".
           88  CICLO-DETENIDO         VALUE "S".
       01  PASOS-FALLIDOS      PIC 9(02) VALUE 0.
       01  PASOS-SALTADOS      PIC 9(02) VALUE 0.
       01  DEP-IX              PIC 9(01).
       01  DEP-POS             PIC 9(02).
       01  DEP-SECUENCIA       PIC 9(02).
       01  DEPENDENCIA-SW      PIC X VALUE "N".
           88  DEPENDENCIA-FALLIDA    VALUE "S".
       01  PASO-BLOQUEANTE     PIC X(21).
       01  ULTIMA-FECHA-CICLO  PIC 9(08) VALUE 0.
       01  ULTIMO-CICLO-COMPLETO-SW PIC X VALUE "S".
           88  ULTIMO-CICLO-COMPLETO  VALUE "S".
       01  FECHA-LIMITE-RECUPERA PIC 9(08).
       01  RESPUESTA-RECUPERA  PIC X.
       01  RECUPERACION-SW     PIC X VALUE "N".
           88  RECUPERACION-CONFIRMADA VALUE "S".
       01  PENDIENTE-IX        PIC 9(02).
       01  PENDIENTES-COUNT    PIC 9(02) VALUE 0.
       01  PENDIENTES-TABLA.
           05  FECHA-PENDIENTE PIC 9(08) OCCURS 60 TIMES.
       01  REINICIO-SW         PIC X VALUE "N".
           88  ES-REINICIO            VALUE "S".
       01  PLAN-COINCIDE-SW    PIC X VALUE "S".
           05  FILLER        PIC X(21) VALUE "TABREPAR".
           05  FILLER        PIC X(21) VALUE "LEDGAGG".
           05  FILLER        PIC X(21) VALUE "FILEMON".
           05  FILLER        PIC X(21) VALUE "INFOPEMP".
           05  FILLER        PIC X(21) VALUE "RECERTVN".
           05  FILLER        PIC X(21) VALUE "INFSEGR".
           05  FILLER        PIC X(21) VALUE "LEDGVER".
           05  FILLER        PIC X(21) VALUE "APULIB".
           05  FILLER        PIC X(21) VALUE "ORDFGEN".
           05  FILLER        PIC X(21) VALUE "INTCONT".
           05  FILLER        PIC X(21) VALUE "INFTEND".
           05  FILLER        PIC X(21) VALUE "LEDGDESV".
           05  FILLER        PIC X(21) VALUE "INFROTA".
           05  FILLER        PIC X(21) VALUE "INFPLAZA".
           05  FILLER        PIC X(21) VALUE "TRASVENC".
           05  FILLER        PIC X(21) VALUE "INFPREV".
           05  FILLER        PIC X(21) VALUE "INFCOSTE".
           05  FILLER        PIC X(21) VALUE "AUSPROC".
           05  FILLER        PIC X(21) VALUE "INFAUSEN".
           05  FILLER        PIC X(21) VALUE "INTEGREF".
           05  FILLER        PIC X(21) VALUE "INFSECU".
           05  FILLER        PIC X(21) VALUE "COLAEJEC".
      *VALIDOS-TOTAL es el numero de programas de la tabla y tambien
      *el tope de pasos del plan, que admite todos los programas
      *validos: al anadir uno se suben a la vez VALIDOS-TOTAL y los
      *dos OCCURS.
       01  VALIDOS REDEFINES VALIDOS-NOMBRES.
           05  VALIDO-NOMBRE-TBL PIC X(21) OCCURS 42 TIMES.
       01  VALIDOS-TOTAL       PIC 9(02) VALUE 42.
       01  PLAN-COUNT          PIC 9(02) VALUE 0.
       01  PLAN-TABLA.
           05  PLAN-ENTRADA OCCURS 42 TIMES.
               10  PL-SECUENCIA   PIC 9(02).
               10  PL-PROGRAMA    PIC X(21).
               10  PL-ESTADO      PIC X.
               10  PL-FRECUENCIA  PIC X.
               10  PL-FREC-DATO   PIC 9(04).
               10  PL-DEPENDE     PIC 9(02) OCCURS 4 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "FECHANEG" USING FECHANEG-PARM.
           PERFORM DETECTA-FECHAS-PERDIDAS.
           IF RECUPERACION-CONFIRMADA
               PERFORM EJECUTA-RECUPERACION
           ELSE
               PERFORM EJECUTA-CICLO THRU EJECUTA-CICLO-FIN
           END-IF.
           GOBACK.

      *Una pasada completa del plan para la fecha de negocio vigente.
       EJECUTA-CICLO.
           MOVE "N" TO CICLO-DETENIDO-SW
           MOVE "N" TO ALERTA-EMITIDA-SW
           MOVE "S" TO PLAN-COINCIDE-SW
           MOVE 0 TO PASOS-FALLIDOS
           MOVE 0 TO PASOS-SALTADOS
           IF FN-FECHA-DE-FICHERO AND FN-FECHA-CERRADA
               PERFORM ABRE-CICLO-LOG
               MOVE SPACES TO CICLO-LOG-LINE
               DISPLAY "La fecha de negocio " FN-FECHA-NEGOCIO
                       " ya se proceso; avanza el calendario con "
                       "CALPROC antes de repetir el ciclo."
               MOVE "S" TO CICLO-DETENIDO-SW
               MOVE 8 TO RETURN-CODE
               GO TO EJECUTA-CICLO-FIN
           END-IF.
           PERFORM CARGA-PLAN.
           IF NOT PLAN-VALIDO
                   TO CICLO-LOG-LINE
               WRITE CICLO-LOG-LINE
               CLOSE CICLO-LOG
               MOVE "S" TO CICLO-DETENIDO-SW
               MOVE 8 TO RETURN-CODE
               GO TO EJECUTA-CICLO-FIN
           END-IF.
           PERFORM CARGA-ESTADO-PREVIO.
           PERFORM CARGA-LIMITE-VENTANA.

           PERFORM ECO-PLAN

      *Un fallo no detiene la cadena: solo se saltan los pasos
      *que dependen, directa o indirectamente, del paso fallido, y
      *el resto del plan sigue su curso.
           PERFORM VARYING PASO-NUM FROM 1 BY 1
                   UNTIL PASO-NUM > PLAN-COUNT
               MOVE PL-PROGRAMA (PASO-NUM) TO PASO-NOMBRE
               IF PL-ESTADO (PASO-NUM) = "C"
                   MOVE SPACES TO CICLO-LOG-LINE
                       DELIMITED BY SIZE INTO CICLO-LOG-LINE
                   WRITE CICLO-LOG-LINE
               ELSE
                   PERFORM COMPRUEBA-DEPENDENCIAS
                   IF DEPENDENCIA-FALLIDA
                       MOVE "S" TO PL-ESTADO (PASO-NUM)
                       ADD 1 TO PASOS-SALTADOS
                       PERFORM GRABA-ESTADO
                       MOVE SPACES TO CICLO-LOG-LINE
                       STRING "Saltado " PASO-NOMBRE
                              " por " PASO-BLOQUEANTE
                           DELIMITED BY SIZE INTO CICLO-LOG-LINE
                       WRITE CICLO-LOG-LINE
                   ELSE
                       PERFORM DECIDE-FRECUENCIA
                       IF PASO-EJECUTABLE
                           PERFORM VIGILA-VENTANA
                           CALL "ALERTESC"
                           PERFORM EJECUTA-PASO
                           PERFORM GRABA-ESTADO
                       ELSE
                           MOVE "C" TO PL-ESTADO (PASO-NUM)
                           PERFORM GRABA-ESTADO
                           MOVE SPACES TO CICLO-LOG-LINE
                           STRING "Paso omitido por frecuencia: "
                                  PASO-NOMBRE
                               DELIMITED BY SIZE INTO CICLO-LOG-LINE
                           WRITE CICLO-LOG-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF CICLO-DETENIDO
               MOVE SPACES TO CICLO-LOG-LINE
               STRING "Pasos fallidos: " PASOS-FALLIDOS
                      ", saltados por dependencia: " PASOS-SALTADOS
                   DELIMITED BY SIZE INTO CICLO-LOG-LINE
               WRITE CICLO-LOG-LINE
               MOVE "Ciclo con pasos fallidos o saltados" TO
                   CICLO-LOG-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Ciclo diario completado con exito"
                   TO CICLO-LOG-LINE
           WRITE CICLO-LOG-LINE
           CLOSE CICLO-LOG.

       EJECUTA-CICLO-FIN.
           EXIT.

      *Busca fechas de negocio sin ciclo: los dias habiles desde el
      *ultimo ciclo completo de CICLOEST.DAT hasta el dia habil
      *anterior a hoy, o hasta la fecha abierta de FECHAPRO.DAT si es
      *posterior (el ciclo de la noche puede correr pasada la
      *medianoche). Si hay mas de una, o la unica no es la fecha
      *vigente, se ofrece recuperarlas en orden.
       DETECTA-FECHAS-PERDIDAS.
           MOVE "N" TO RECUPERACION-SW
           MOVE 0 TO PENDIENTES-COUNT
           IF FN-FECHA-DEL-SISTEMA
               GO TO DETECTA-FECHAS-PERDIDAS-FIN
           END-IF
           PERFORM LEE-ULTIMO-CICLO
           IF ULTIMA-FECHA-CICLO = 0 OR NOT ULTIMO-CICLO-COMPLETO
               GO TO DETECTA-FECHAS-PERDIDAS-FIN
           END-IF
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
           MOVE "N" TO ES-HABIL
           PERFORM BUSCA-ANTERIOR-HABIL UNTIL DIA-ES-HABIL
           MOVE CANDIDATA TO FECHA-LIMITE-RECUPERA
           IF FN-FECHA-ABIERTA
                   AND FN-FECHA-NEGOCIO > FECHA-LIMITE-RECUPERA
               MOVE FN-FECHA-NEGOCIO TO FECHA-LIMITE-RECUPERA
           END-IF
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (ULTIMA-FECHA-CICLO)
           MOVE ULTIMA-FECHA-CICLO TO CANDIDATA
           PERFORM UNTIL CANDIDATA >= FECHA-LIMITE-RECUPERA
                   OR PENDIENTES-COUNT >= 60
               MOVE "N" TO ES-HABIL
               PERFORM BUSCA-SIGUIENTE-HABIL UNTIL DIA-ES-HABIL
               IF CANDIDATA <= FECHA-LIMITE-RECUPERA
                   ADD 1 TO PENDIENTES-COUNT
                   MOVE CANDIDATA
                       TO FECHA-PENDIENTE (PENDIENTES-COUNT)
               END-IF
           END-PERFORM
           IF PENDIENTES-COUNT = 0
               GO TO DETECTA-FECHAS-PERDIDAS-FIN
           END-IF
           IF PENDIENTES-COUNT = 1
                   AND FN-FECHA-ABIERTA
                   AND FECHA-PENDIENTE (1) = FN-FECHA-NEGOCIO
               GO TO DETECTA-FECHAS-PERDIDAS-FIN
           END-IF
           DISPLAY "Ultimo ciclo completo: " ULTIMA-FECHA-CICLO
                   ". Fechas de negocio sin ciclo: " PENDIENTES-COUNT
                   ", del " FECHA-PENDIENTE (1) " al "
                   FECHA-PENDIENTE (PENDIENTES-COUNT) "."
           DISPLAY "Ejecutar el ciclo para cada una en orden (S/N): "
           ACCEPT RESPUESTA-RECUPERA
           IF RESPUESTA-RECUPERA = "S" OR "s"
               MOVE "S" TO RECUPERACION-SW
           ELSE
               DISPLAY "Recuperacion no confirmada; se ejecuta solo "
                       "la fecha de negocio vigente."
           END-IF.

       DETECTA-FECHAS-PERDIDAS-FIN.
           EXIT.

      *Fecha del ultimo ciclo registrado y si termino completo.
       LEE-ULTIMO-CICLO.
           MOVE 0 TO ULTIMA-FECHA-CICLO
           MOVE "S" TO ULTIMO-CICLO-COMPLETO-SW
           OPEN INPUT CICLO-ESTADO
           IF ESTADO-STATUS = "00"
               PERFORM UNTIL ESTADO-STATUS NOT = "00"
                   READ CICLO-ESTADO
                       AT END
                           MOVE "10" TO ESTADO-STATUS
                       NOT AT END
                           IF CE-FECHA-NEGOCIO IS NUMERIC
                               MOVE CE-FECHA-NEGOCIO
                                   TO ULTIMA-FECHA-CICLO
                           END-IF
                           IF CE-ESTADO NOT = "C"
                               MOVE "N" TO ULTIMO-CICLO-COMPLETO-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CICLO-ESTADO
           END-IF.

      *Ejecuta el plan una vez por fecha pendiente, abriendo cada
      *fecha en FECHAPRO.DAT antes de su pasada; la frecuencia de los
      *pasos se decide con esa fecha. Si una fecha no termina bien la
      *recuperacion se detiene ahi: esa fecha queda abierta y su
      *ciclo se reanuda como cualquier otro.
       EJECUTA-RECUPERACION.
           PERFORM ABRE-CICLO-LOG
           MOVE SPACES TO CICLO-LOG-LINE
           STRING "Recuperacion de " PENDIENTES-COUNT " fechas, del "
                  FECHA-PENDIENTE (1) " al "
                  FECHA-PENDIENTE (PENDIENTES-COUNT)
               DELIMITED BY SIZE INTO CICLO-LOG-LINE
           WRITE CICLO-LOG-LINE
           CLOSE CICLO-LOG
           MOVE "N" TO CICLO-DETENIDO-SW
           PERFORM VARYING PENDIENTE-IX FROM 1 BY 1
                   UNTIL PENDIENTE-IX > PENDIENTES-COUNT
                       OR CICLO-DETENIDO
               MOVE FECHA-PENDIENTE (PENDIENTE-IX)
                   TO FP-FECHA-NEGOCIO
               MOVE "A" TO FP-ESTADO
               OPEN OUTPUT FECHA-PROCESO-FILE
               WRITE FECHA-PROCESO-RECORD
               CLOSE FECHA-PROCESO-FILE
               CALL "FECHANEG" USING FECHANEG-PARM
               DISPLAY "Ciclo de la fecha de negocio "
                       FN-FECHA-NEGOCIO
               PERFORM EJECUTA-CICLO THRU EJECUTA-CICLO-FIN
           END-PERFORM
           PERFORM ABRE-CICLO-LOG
           MOVE SPACES TO CICLO-LOG-LINE
           IF CICLO-DETENIDO
               STRING "Recuperacion detenida en la fecha "
                      FN-FECHA-NEGOCIO
                   DELIMITED BY SIZE INTO CICLO-LOG-LINE
               DISPLAY "Recuperacion detenida en la fecha "
                       FN-FECHA-NEGOCIO "; reanuda el ciclo de esa "
                       "fecha antes de seguir."
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING "Recuperacion completada hasta "
                      FN-FECHA-NEGOCIO
                   DELIMITED BY SIZE INTO CICLO-LOG-LINE
               MOVE 0 TO RETURN-CODE
           END-IF
           WRITE CICLO-LOG-LINE
           CLOSE CICLO-LOG.

      *Al completar el ciclo la fecha de negocio queda cerrada; el
      *avance al siguiente dia habil se hace de forma controlada
               END-IF
           END-IF.

      *El plan se lee de CICLOPLN.DAT (secuencia, programa, activo,
      *frecuencia y dependencias); sin fichero de control se usan
      *los siete pasos historicos, encadenados cada uno al anterior.
       CARGA-PLAN.
           MOVE "S" TO PLAN-VALIDO-SW
           MOVE 0 TO SECUENCIA-PREVIA
                   UNTIL PASO-NUM > PLAN-COUNT
               MOVE PASO-NOMBRE-TBL (PASO-NUM)
                   TO PL-PROGRAMA (PASO-NUM)
               MOVE PASO-NUM TO PL-SECUENCIA (PASO-NUM)
               MOVE "P" TO PL-ESTADO (PASO-NUM)
               MOVE "D" TO PL-FRECUENCIA (PASO-NUM)
               MOVE 0   TO PL-FREC-DATO (PASO-NUM)
               PERFORM VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > 4
                   MOVE 0 TO PL-DEPENDE (PASO-NUM, DEP-IX)
               END-PERFORM
               COMPUTE PL-DEPENDE (PASO-NUM, 1) = PASO-NUM - 1
           END-PERFORM.

       TRATA-ENTRADA-PLAN.
                   MOVE "N" TO PLAN-VALIDO-SW
               ELSE
                   IF CP-SECUENCIA <= SECUENCIA-PREVIA
                           OR PLAN-COUNT >= VALIDOS-TOTAL
                       DISPLAY "Secuencia invalida o plan demasiado "
                               "largo en CICLOPLN.DAT."
                       MOVE "N" TO PLAN-VALIDO-SW
                   ELSE
                       MOVE CP-SECUENCIA TO SECUENCIA-PREVIA
                       ADD 1 TO PLAN-COUNT
                       MOVE CP-SECUENCIA
                           TO PL-SECUENCIA (PLAN-COUNT)
                       MOVE CP-PROGRAMA
                           TO PL-PROGRAMA (PLAN-COUNT)
                       MOVE "P" TO PL-ESTADO (PLAN-COUNT)
                               MOVE "N" TO PLAN-VALIDO-SW
                           END-IF
                       END-IF
                       PERFORM VALIDA-DEPENDENCIAS
                   END-IF
               END-IF
           END-IF.

      *Las secuencias del plan van en orden creciente, asi que una
      *dependencia del propio paso o de uno posterior es la unica
      *forma de cerrar un circulo; se rechaza igual que la que apunta
      *a un paso que no esta activo en el plan.
       VALIDA-DEPENDENCIAS.
           PERFORM VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > 4
               MOVE 0 TO PL-DEPENDE (PLAN-COUNT, DEP-IX)
               IF CP-DEPENDE (DEP-IX) = SPACES
                       OR CP-DEPENDE (DEP-IX) = "00"
                   CONTINUE
               ELSE
                   IF CP-DEPENDE (DEP-IX) NOT NUMERIC
                       DISPLAY "Dependencia no valida en "
                               "CICLOPLN.DAT: " CP-PROGRAMA
                       MOVE "N" TO PLAN-VALIDO-SW
                   ELSE
                       MOVE CP-DEPENDE (DEP-IX) TO DEP-SECUENCIA
                       IF DEP-SECUENCIA >= CP-SECUENCIA
                           DISPLAY "Dependencia circular en "
                                   "CICLOPLN.DAT: " CP-PROGRAMA
                                   " depende del paso " DEP-SECUENCIA
                           MOVE "N" TO PLAN-VALIDO-SW
                       ELSE
                           PERFORM BUSCA-PASO-DEPENDENCIA
                           IF DEP-POS = 0
                               DISPLAY "Dependencia desconocida en "
                                       "CICLOPLN.DAT: " CP-PROGRAMA
                                       " depende del paso "
                                       DEP-SECUENCIA
                               MOVE "N" TO PLAN-VALIDO-SW
                           ELSE
                               MOVE DEP-POS
                                   TO PL-DEPENDE (PLAN-COUNT, DEP-IX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BUSCA-PASO-DEPENDENCIA.
           MOVE 0 TO DEP-POS
           PERFORM VARYING PASO-NUM FROM 1 BY 1
                   UNTIL PASO-NUM >= PLAN-COUNT
               IF PL-SECUENCIA (PASO-NUM) = DEP-SECUENCIA
                   MOVE PASO-NUM TO DEP-POS
               END-IF
           END-PERFORM.

      *Un paso solo corre si todos aquellos de los que depende han
      *terminado bien; uno fallido o saltado arrastra a los suyos.
       COMPRUEBA-DEPENDENCIAS.
           MOVE "N" TO DEPENDENCIA-SW
           PERFORM VARYING DEP-IX FROM 1 BY 1
                   UNTIL DEP-IX > 4 OR DEPENDENCIA-FALLIDA
               MOVE PL-DEPENDE (PASO-NUM, DEP-IX) TO DEP-POS
               IF DEP-POS > 0
                   IF PL-ESTADO (DEP-POS) NOT = "C"
                       MOVE "S" TO DEPENDENCIA-SW
                       MOVE PL-PROGRAMA (DEP-POS) TO PASO-BLOQUEANTE
                   END-IF
               END-IF
           END-PERFORM.

       VALIDA-NOMBRE-PLAN.
           MOVE "N" TO NOMBRE-VALIDO-SW
           PERFORM VARYING VALIDOS-IX FROM 1 BY 1
                   UNTIL VALIDOS-IX > VALIDOS-TOTAL
               IF VALIDO-NOMBRE-TBL (VALIDOS-IX) = CP-PROGRAMA
                   MOVE "S" TO NOMBRE-VALIDO-SW
               END-IF
               MOVE SPACES TO CICLO-LOG-LINE
               STRING "  " PASO-NUM ". " PL-PROGRAMA (PASO-NUM)
                   DELIMITED BY SIZE INTO CICLO-LOG-LINE
               PERFORM VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > 4
                   IF PL-DEPENDE (PASO-NUM, DEP-IX) > 0
                       MOVE PL-DEPENDE (PASO-NUM, DEP-IX) TO DEP-POS
                       MOVE DEP-POS TO
                           CICLO-LOG-LINE (31 + DEP-IX * 3:2)
                       IF DEP-IX = 1
                           MOVE "tras" TO CICLO-LOG-LINE (29:4)
                       END-IF
                   END-IF
               END-PERFORM
               WRITE CICLO-LOG-LINE
           END-PERFORM.

               MOVE CICLO-RUN TO CE-RUN
               MOVE PL-PROGRAMA (CE-SECUENCIA) TO CE-PROGRAMA
               MOVE PL-ESTADO (CE-SECUENCIA)   TO CE-ESTADO
               MOVE FN-FECHA-NEGOCIO           TO CE-FECHA-NEGOCIO
               WRITE CICLO-ESTADO-RECORD
           END-PERFORM
           CLOSE CICLO-ESTADO.
               END-IF
           END-IF.

       BUSCA-ANTERIOR-HABIL.
           SUBTRACT 1 FROM DIAS-ENTEROS
           COMPUTE CANDIDATA =
               FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
           DIVIDE DIAS-ENTEROS BY 7 GIVING COCIENTE-DIAS
               REMAINDER DIA-SEMANA
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               CONTINUE
           ELSE
               PERFORM COMPRUEBA-FESTIVO
               IF NOT DIA-ES-FESTIVO
                   MOVE "S" TO ES-HABIL
               END-IF
           END-IF.

       COMPRUEBA-FESTIVO.
           MOVE "N" TO ES-FESTIVO
           OPEN INPUT FESTIVOS-FILE
           CLOSE ALERTAS-REPORT
           MOVE ALERTA-LINE (3:58) TO CICLO-LOG-LINE
           WRITE CICLO-LOG-LINE
           MOVE "VENTANA"          TO AW-CODIGO
           MOVE "G"                TO AW-SEVERIDAD
           MOVE "CALL-DRIVER"      TO AW-PROGRAMA
           MOVE ALERTA-LINE (3:58) TO AW-TEXTO
           CALL "ALERTWR" USING ALERTWR-PARM
           DISPLAY "ALERTA: la proyeccion del ciclo supera la "
                   "ventana (limite " HORA-LIMITE ").".

                   CALL "LEDGAGG"
               WHEN "FILEMON"
                   CALL "FILEMON"
               WHEN "INFOPEMP"
                   CALL "INFOPEMP"
               WHEN "RECERTVN"
                   CALL "RECERTVN"
               WHEN "INFSEGR"
                   CALL "INFSEGR"
               WHEN "LEDGVER"
                   CALL "LEDGVER"
               WHEN "APULIB"
                   CALL "APULIB"
               WHEN "ORDFGEN"
                   CALL "ORDFGEN"
               WHEN "INTCONT"
                   CALL "INTCONT"
               WHEN "INFTEND"
                   CALL "INFTEND"
               WHEN "LEDGDESV"
                   CALL "LEDGDESV"
               WHEN "INFROTA"
                   CALL "INFROTA"
               WHEN "INFPLAZA"
                   CALL "INFPLAZA"
               WHEN "TRASVENC"
                   CALL "TRASVENC"
               WHEN "INFPREV"
                   CALL "INFPREV"
               WHEN "INFCOSTE"
                   CALL "INFCOSTE"
               WHEN "AUSPROC"
                   CALL "AUSPROC"
               WHEN "INFAUSEN"
                   CALL "INFAUSEN"
               WHEN "INTEGREF"
                   CALL "INTEGREF"
               WHEN "INFSECU"
                   CALL "INFSECU"
               WHEN "COLAEJEC"
                   CALL "COLAEJEC"
               WHEN OTHER
                   DISPLAY "Paso desconocido en el plan: "
                           PASO-NOMBRE
           END-EVALUATE

           MOVE RETURN-CODE TO PASO-RC
      *En una recuperacion el mismo programa corre una vez por fecha:
      *se descarga para que cada pasada empiece en su estado inicial.
           CANCEL PASO-NOMBRE
           IF PASO-RC >= 8
               MOVE "S" TO CICLO-DETENIDO-SW
               ADD 1 TO PASOS-FALLIDOS
               MOVE "F" TO PL-ESTADO (PASO-NUM)
               MOVE SPACES TO CICLO-LOG-LINE
               STRING PASO-NOMBRE
