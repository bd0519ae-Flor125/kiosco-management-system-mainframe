      * de motivo por campo (S/C/P/Q/T/F/G, espacio = campo bueno) y
      * la fecha del rechazo; RECICLAVTAS lo relee por la vista de
      * campos para aplicar las correcciones y reescribe el archivo
      * solo con los pendientes. VRX-MOT-BLOQUEO (pedido 034, "B" =
      * lote bloqueado por recall) va al final del registro para que
      * los rechazos grabados antes del campo lo lean en blanco
      *-----------------------------------------------------------------
       01  RECHAZOS-REG.
           05 VRX-REGISTRO         PIC X(58).
               10 VRX-MOT-FECHA    PIC X(1).
               10 VRX-MOT-CODIGO   PIC X(1).
           05 VRX-FECHA-RECHAZO    PIC X(8).
           05 VRX-MOT-BLOQUEO      PIC X(1).
