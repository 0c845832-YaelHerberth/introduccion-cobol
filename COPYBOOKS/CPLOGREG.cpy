      * OPERADOR FIRMADO QUE HIZO EL MOVIMIENTO; VA AL FINAL PARA QUE
      * LAS LINEAS GRABADAS ANTES DEL CAMPO SE LEAN COMO ESPACIOS.
           05 LOG-OPERADOR PIC X(08).
      * CLIENTE CONTRAPARTE EN UNA FUSION (MERG): EN LA LINEA DEL
      * DUPLICADO ES EL SOBREVIVIENTE Y EN LA DEL SOBREVIVIENTE ES EL
      * DUPLICADO. LAS DEMAS OPERACIONES LO DEJAN EN CERO O ESPACIOS.
           05 LOG-ID-RELACIONADO PIC 9(7).
      * SEGUNDO OPERADOR QUE AUTORIZO UN MOVIMIENTO QUE LO REQUIERE
      * (BAJA DE CLIENTE Y CAMBIO DE TASA, VER CPAUTREG); EN ESAS
      * LINEAS LOG-OPERADOR ES QUIEN LO SOLICITO. LAS DEMAS
      * OPERACIONES LO DEJAN EN ESPACIOS.
           05 LOG-OPERADOR-AUTORIZA PIC X(08).
