      ******************************************************************
      * CPPAGREG - LAYOUT DEL HISTORICO DE PAGOS (pagosapl.idx)
      * PAGOS GRABA AQUI UN REGISTRO POR CADA ABONO O DEVOLUCION QUE
      * APLICA, VENGA DE pagos.txt O DEL REINTENTO DEL SUSPENSO, Y
      * POR CADA MOVIMIENTO QUE MANDA AL SUSPENSO, CON LA REFERENCIA
      * DE CAJA, LA FECHA DEL ENCABEZADO DE pagos.txt, LA FECHA VALOR
      * Y EL CARGO EN QUE CAYO. NO SE REESCRIBE NI SE BORRA: ES LA
      * EVIDENCIA PARA CONTESTARLE A CAJA QUE PAGO QUEDO APLICADO Y A
      * QUE CICLO. LA LLAVE EMPIEZA CON CLIENTE, TARJETA Y ANIO DEL
      * CICLO (LA CARGO-LLAVE DONDE CAYO) PARA LISTAR POR TARJETA Y
      * CICLO; LA FECHA Y HORA DE LA CORRIDA MAS UN CONSECUTIVO LA
      * HACEN UNICA. CARGOS AGREGA TAMBIEN EL SALDO A FAVOR QUE
      * APLICA AL CICLO NUEVO. SE CONSULTA CON EL PROGRAMA CONPAGOS.
      ******************************************************************
           05 PAG-LLAVE.
            10 PAG-ID-CLIENTE PIC 9(7).
            10 PAG-CLAVE-TARJETA PIC 9(01).
            10 PAG-ANIO PIC 9(4).
            10 PAG-FECHA-APLICACION PIC 9(8).
            10 PAG-HORA-APLICACION PIC 9(6).
            10 PAG-CONSECUTIVO PIC 9(5).
      * TIPO: P=PAGO, D=DEVOLUCION, IGUAL QUE EN pagos.txt;
      * F=SALDO A FAVOR QUE CARGOS APLICO AL GENERAR EL CICLO.
      * ORIGEN: C=CAJA (pagos.txt DE LA CORRIDA), S=REINTENTO DEL
      * SUSPENSO DE UNA CORRIDA ANTERIOR, F=SALDO A FAVOR.
      * DESTINO: A=APLICADO AL CARGO DE LA LLAVE, S=MANDADO AL
      * SUSPENSO POR NO HABER CICLO ABIERTO (LA LLAVE TRAE ENTONCES
      * EL CICLO DE LA FECHA VALOR).
           05 PAG-TIPO PIC X(01).
           05 PAG-ORIGEN PIC X(01).
           05 PAG-DESTINO PIC X(01).
           05 PAG-REFERENCIA PIC X(12).
           05 PAG-FECHA-ARCHIVO PIC 9(8).
           05 PAG-FECHA-VALOR PIC 9(8).
           05 PAG-IMPORTE PIC 9(05).
      * CICLO QUE PEDIA LA FECHA VALOR; REDIRIGIDO = S CUANDO EL
      * ABONO SE FUE AL CICLO ABIERTO MAS VIEJO (2180 DE PAGOS).
           05 PAG-ANIO-SOLICITADO PIC 9(4).
           05 PAG-REDIRIGIDO PIC X(01).
      * COMO QUEDO EL CARGO DESPUES DEL MOVIMIENTO.
           05 PAG-PAGADO-DESPUES PIC 9(05).
           05 PAG-ESTATUS-CARGO PIC X(09).
           05 PAG-PROGRAMA PIC X(08).
      * PARTE DEL IMPORTE QUE MOVIO EL SALDO A FAVOR (saldofav.idx):
      * EN P EL EXCEDENTE QUE SE ABONO AL SALDO, EN D LO QUE SE LE
      * DESCONTO, EN F TODO EL IMPORTE. VA AL FINAL PARA QUE LOS
      * REGISTROS GRABADOS ANTES DEL CAMPO SE LEAN COMO ESPACIOS.
           05 PAG-IMPORTE-A-FAVOR PIC 9(05).
      * PERIODO DE LA CARGO-LLAVE DONDE CAYO: CERO EN LA ANUALIDAD,
      * AAAAMM CUANDO EL MOVIMIENTO SE ABONO A UN RECARGO MORATORIO.
           05 PAG-PERIODO-CARGO PIC 9(06).
