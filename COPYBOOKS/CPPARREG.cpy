      ******************************************************************
      * CPPARREG - LAYOUT DEL ARCHIVO DE PARAMETROS (parametros.txt)
      * UNA LINEA POR CLAVE DE PARAMETRO Y FECHA DE VIGENCIA; IGUAL
      * QUE EN LAS TASAS, EL VALOR QUE APLICA ES EL DE MAYOR VIGENCIA
      * QUE NO REBASE LA FECHA DE LA CORRIDA, ASI UN CAMBIO SE CARGA
      * POR ADELANTADO Y NO REQUIERE RECOMPILAR. SE MANTIENE CON EL
      * PROGRAMA PARAMS (SOLO SUPERVISOR).
      * CLAVES EN USO:
      *   RECPORC  PORCENTAJE DE RECARGO MORATORIO SOBRE EL SALDO
      *   RECDIAS  DIAS DE GRACIA ANTES DE GENERAR EL RECARGO
      *   IVATASA  TASA DE IVA (PORCENTAJE) SOBRE LA ANUALIDAD
      *   CASTDIAS DIAS DE ANTIGUEDAD PARA CASTIGAR UN CARGO
      *   REPVENTA MESES HACIA ADELANTE QUE CUBRE LA REPOSICION DE
      *            PLASTICOS POR VENCER (PROGRAMA REPOSIC)
      *   REPANIOS ANIOS DE VIGENCIA DE UN PLASTICO
      *   PURANIOS ANIOS QUE UN CLIENTE CANCELADO SE CONSERVA EN EL
      *            MAESTRO ANTES DE DEPURARLO (PROGRAMA PURGA)
      *   AUTDIAS  DIAS QUE UNA SOLICITUD DE AUTORIZACION (TASA O
      *            BAJA) ESPERA ANTES DE EXPIRAR (MENU Y AUTREP)
      *   CTAxxxN  CUENTA CONTABLE DE LA POLIZA (PROGRAMA POLIZA) PARA
      *            EL CONCEPTO xxx Y LA CLAVE DE TARJETA N; SIN LA N
      *            (CTAxxx) VALE PARA TODAS LAS TARJETAS. CONCEPTOS:
      *            CXC CUENTAS POR COBRAR, ING INGRESO ANUALIDADES,
      *            IVA IVA TRASLADADO, SUS PAGOS EN SUSPENSO,
      *            CAJ CAJA Y BANCOS, SAF SALDOS A FAVOR
      ******************************************************************
           05 PAR-CLAVE PIC X(08).
           05 PAR-VIGENCIA.
            10 PAR-VIGENCIA-Y PIC 9(4).
            10 PAR-VIGENCIA-M PIC 99.
            10 PAR-VIGENCIA-D PIC 99.
           05 PAR-VALOR PIC 9(7)V99.
           05 PAR-DESCRIPCION PIC X(30).
