      ******************************************************************
      * CPCONREG - LAYOUT DE CONVENIOS DE PAGO (convenios.idx)
      * CUANDO UN CLIENTE DE cobranza.txt NEGOCIA CON EL CENTRO DE
      * LLAMADAS, EL OPERADOR CAPTURA AQUI EL CONVENIO DESDE MENU:
      * LOS CARGOS QUE CUBRE CON EL SALDO QUE TENIAN, LAS
      * PARCIALIDADES CON SU IMPORTE Y VENCIMIENTO Y QUIEN LO CAPTURO.
      * MIENTRAS ESTE VIGENTE, SUSPEN Y MOROSOS DEJAN EN PAZ AL
      * CLIENTE. REVCONV LO REVISA CADA NOCHE CONTRA LOS ABONOS DE
      * pagosapl.idx Y LO MARCA ROTO CUANDO UNA PARCIALIDAD VENCE SIN
      * PAGAR, O LIQUIDADO CUANDO SE CUBRE EL TOTAL.
      * LA LLAVE ES CLIENTE MAS UN CONSECUTIVO: EL CLIENTE CONSERVA
      * SUS CONVENIOS ANTERIORES Y SOLO PUEDE TENER UNO VIGENTE.
      * ESTATUS: V=VIGENTE, R=ROTO, L=LIQUIDADO, C=CANCELADO.
      ******************************************************************
           05 CONV-LLAVE.
            10 CONV-ID-CLIENTE PIC 9(7).
            10 CONV-NUMERO PIC 9(3).
           05 CONV-NOMBRE-CLIENTE PIC X(20).
           05 CONV-FECHA-CAPTURA PIC 9(8).
           05 CONV-OPERADOR PIC X(08).
           05 CONV-ESTATUS PIC X(01).
           05 CONV-FECHA-ESTATUS PIC 9(8).
           05 CONV-IMPORTE-TOTAL PIC 9(07).
      * ABONADO A LOS CARGOS CUBIERTOS DESDE LA CAPTURA, SEGUN LA
      * ULTIMA REVISION DE REVCONV.
           05 CONV-IMPORTE-PAGADO PIC 9(07).
           05 CONV-TOT-CARGOS PIC 9(02).
           05 CONV-CARGO OCCURS 10 TIMES.
            10 CONV-CARGO-TARJETA PIC 9(01).
            10 CONV-CARGO-ANIO PIC 9(4).
            10 CONV-CARGO-PERIODO PIC 9(06).
            10 CONV-CARGO-SALDO PIC 9(05).
           05 CONV-TOT-PARCIALIDADES PIC 9(02).
           05 CONV-PARCIALIDAD OCCURS 12 TIMES.
            10 CONV-PARC-VENCIMIENTO PIC 9(8).
            10 CONV-PARC-IMPORTE PIC 9(07).
