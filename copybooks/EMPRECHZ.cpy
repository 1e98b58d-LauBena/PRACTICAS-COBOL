      *Motivos: 01 nombre truncado, 02 apellidos truncados, 03 fecha
      *de nacimiento, 04 duplicado, 05 departamento, 06 empleado
      *inexistente, 07 empleado no activo, 08 fecha de baja invalida,
      *09 tipo de movimiento desconocido, 10 departamento sin plazas
      *libres, 11 traslado ya pendiente de aprobacion. El tipo y los
      *campos del movimiento van al final para no mover los campos
      *historicos del alta que repara EMPFIX.
       01  REJECT-RECORD.
           05  RJ-MOTIVO              PIC X(02).
           05  RJ-NOMBRE              PIC X(13).
