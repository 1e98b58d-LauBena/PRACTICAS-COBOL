      *Ausencias AUSENCIAS.DAT: un registro por empleado y fecha de
      *inicio con el tipo, el estado y los dias habiles (sin sabados,
      *domingos ni festivos de FESTIVOS.DAT) que ocupa. Las graba
      *AUSMNT como solicitadas; un supervisor las aprueba y AUSPROC
      *las pasa a disfrutadas cuando terminan. Vacaciones y asuntos
      *propios descuentan del derecho anual de SALDOVAC.DAT.
       01  AUSENCIA-RECORD.
           05  AU-CLAVE.
               10  AU-EMPLOYEE-ID       PIC 9(06).
               10  AU-FECHA-DESDE       PIC 9(08).
           05  AU-FECHA-HASTA       PIC 9(08).
           05  AU-TIPO              PIC X(02).
               88  AU-VACACIONES          VALUE "VA".
               88  AU-ENFERMEDAD          VALUE "EN".
               88  AU-ASUNTOS-PROPIOS     VALUE "AP".
               88  AU-SIN-SUELDO          VALUE "SS".
               88  AU-TIPO-VALIDO         VALUE "VA" "EN" "AP" "SS".
               88  AU-DESCUENTA-SALDO     VALUE "VA" "AP".
           05  AU-ESTADO            PIC X.
               88  AU-SOLICITADA          VALUE "S".
               88  AU-APROBADA            VALUE "A".
               88  AU-DISFRUTADA          VALUE "D".
               88  AU-ANULADA             VALUE "X".
               88  AU-VIGENTE             VALUE "S" "A" "D".
           05  AU-DIAS-HABILES      PIC 9(03).
           05  AU-OPERADOR-ID       PIC X(08).
           05  AU-APROBADOR         PIC X(08).
           05  AU-TERMINAL-ID       PIC X(08).
           05  AU-TIMESTAMP         PIC X(21).
