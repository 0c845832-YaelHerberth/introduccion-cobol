      ******************************************************************
      * CPSAFREG - LAYOUT DEL ARCHIVO DE SALDOS A FAVOR (saldofav.idx)
      * CUANDO UN PAGO REBASA EL SALDO ABIERTO DEL CARGO, PAGOS DEJA
      * EL CARGO EN PAGADO Y ABONA AQUI EL EXCEDENTE, POR CLIENTE Y
      * TARJETA, EN LUGAR DE PERDERLO DENTRO DE CARGO-IMPORTE-PAGADO.
      * CARGOS CONSUME PRIMERO ESTE SALDO AL GENERAR EL CICLO NUEVO DE
      * LA TARJETA, Y UNA DEVOLUCION MAYOR AL PAGADO DEL CARGO LO
      * DESCUENTA. EL REGISTRO NO SE BORRA AL LLEGAR A CERO: LOS
      * ACUMULADOS QUEDAN PARA AUDITORIA. SE LISTA CON SALFAVOR (LOS
      * CLIENTES CANCELADOS CON SALDO VAN A REEMBOLSO).
      ******************************************************************
           05 SAF-LLAVE.
            10 SAF-ID-CLIENTE PIC 9(7).
            10 SAF-CLAVE-TARJETA PIC 9(01).
           05 SAF-IMPORTE PIC 9(07).
           05 SAF-TOTAL-ABONADO PIC 9(07).
           05 SAF-TOTAL-APLICADO PIC 9(07).
           05 SAF-FECHA-ALTA PIC 9(8).
           05 SAF-FECHA-ULT-MOV PIC 9(8).
           05 SAF-PROGRAMA-ULT-MOV PIC X(08).
