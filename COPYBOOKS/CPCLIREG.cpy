           05 DOMICILIO-CLIENTE-FILE PIC X(40).
           05 TELEFONO-CLIENTE-FILE PIC X(10).
           05 RFC-CLIENTE-FILE PIC X(13).
      * CLIENTE SOBREVIVIENTE CUANDO ESTE REGISTRO SE FUSIONO COMO
      * DUPLICADO (PROGRAMA FUSION); EL DUPLICADO QUEDA CANCELADO Y
      * APUNTANDO AQUI. EN CERO, O ESPACIOS EN LOS REGISTROS GRABADOS
      * ANTES DEL CAMPO, EL CLIENTE NO SE HA FUSIONADO.
           05 ID-FUSIONADO-FILE PIC 9(7).
