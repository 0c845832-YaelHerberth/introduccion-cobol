      ******************************************************************
      * CPCRTREG - BITACORA DE CARTAS ENVIADAS AL CLIENTE (cartas.idx)
      * EL LOTE CARTAS GRABA AQUI CADA CARTA QUE IMPRIME, DE
      * RENOVACION O DE COBRANZA, PARA QUE EL MISMO AVISO NO SALGA
      * DOS VECES AL CLIENTE EN UN CICLO; ESTCTA LAS MUESTRA EN EL
      * ESTADO DE CUENTA. LA LLAVE ES CLIENTE, TARJETA, TIPO DE
      * CARTA Y CICLO: EN RENOVACION EL CICLO ES EL AÑO QUE SE
      * RENUEVA, EN COBRANZA EL AÑO DEL CARGO VENCIDO MAS ANTIGUO.
      * LAS CARTAS DE COBRANZA ESCALAN, CADA UNA UNA VEZ POR CICLO.
      * TIPO: RENO=AVISO DE RENOVACION, COB1=RECORDATORIO DE PAGO,
      * COB2=AVISO FORMAL DE ADEUDO, COB3=AVISO FINAL ANTES DE
      * SUSPENDER.
      ******************************************************************
           05 CRT-LLAVE.
            10 CRT-ID-CLIENTE PIC 9(7).
            10 CRT-CLAVE-TARJETA PIC 9(01).
            10 CRT-TIPO PIC X(04).
            10 CRT-CICLO PIC 9(4).
           05 CRT-NOMBRE-CLIENTE PIC X(20).
           05 CRT-FECHA-ENVIO PIC 9(8).
      * IMPORTE QUE CITA LA CARTA: LA ANUALIDAD EN RENOVACION, EL
      * SALDO VENCIDO DE LA TARJETA EN COBRANZA (CON SUS DIAS).
           05 CRT-IMPORTE PIC 9(7).
           05 CRT-DIAS-VENCIDO PIC 9(4).
