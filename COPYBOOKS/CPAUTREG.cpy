      ******************************************************************
      * CPAUTREG - SOLICITUDES PENDIENTES DE AUTORIZACION (autoriza.idx)
      * LOS CAMBIOS A LAS TASAS DE ANUALIDAD Y LAS BAJAS DE CLIENTE NO
      * SE APLICAN AL CAPTURARSE: TASAS, BAJA, BUSCAR, MENU Y EL LOTE DE
      * EJERC2 GRABAN AQUI LA SOLICITUD CON EL OPERADOR QUE LA HIZO Y UN
      * SEGUNDO SUPERVISOR LA AUTORIZA O RECHAZA DESDE MENU. NADIE PUEDE
      * AUTORIZAR SU PROPIA SOLICITUD. AL AUTORIZARSE SE APLICA EL
      * CAMBIO Y LA BITACORA LLEVA A LOS DOS OPERADORES.
      * LA LLAVE ES FECHA, HORA Y OPERADOR QUE SOLICITA, ASI EL
      * ARCHIVO SE RECORRE EN ORDEN DE CAPTURA; EL CONSECUTIVO ES
      * CERO EN PANTALLA Y EL NUMERO DE TRANSACCION EN EL LOTE DE
      * EJERC2, QUE PUEDE GRABAR VARIAS EN EL MISMO SEGUNDO.
      * TIPO: TASA=ALTA DE TASA EN tasas.txt, BAJA=BAJA DE CLIENTE.
      * ESTATUS: P=PENDIENTE, A=AUTORIZADA, R=RECHAZADA,
      * E=EXPIRADA (AUTREP LA VENCE AL PASAR AUTDIAS SIN RESOLVERSE).
      ******************************************************************
           05 AUT-LLAVE.
            10 AUT-FECHA-SOLICITUD PIC 9(8).
            10 AUT-HORA-SOLICITUD PIC 9(6).
            10 AUT-OPERADOR-SOLICITA PIC X(08).
            10 AUT-CONSECUTIVO PIC 9(5).
           05 AUT-TIPO PIC X(04).
           05 AUT-PROGRAMA PIC X(08).
           05 AUT-ESTATUS PIC X(01).
      * BAJA: CLIENTE A CANCELAR Y SUS DATOS AL MOMENTO DE SOLICITAR.
           05 AUT-ID-CLIENTE PIC 9(7).
           05 AUT-NOMBRE-CLIENTE PIC X(20).
           05 AUT-ANUALIDAD PIC 9(05).
      * TASA: EL RENGLON QUE SE AGREGARA A tasas.txt (CPTASREG).
           05 AUT-TAS-CLAVE PIC 9(01).
           05 AUT-TAS-NOMBRE PIC X(08).
           05 AUT-TAS-IMPORTE PIC 9(05).
           05 AUT-TAS-VIGENCIA PIC 9(08).
      * RESOLUCION: QUIEN AUTORIZO O RECHAZO Y CUANDO; EN LAS
      * EXPIRADAS EL OPERADOR ES LOTE.
           05 AUT-OPERADOR-AUTORIZA PIC X(08).
           05 AUT-FECHA-RESOLUCION PIC 9(8).
           05 AUT-HORA-RESOLUCION PIC 9(6).
           05 AUT-MOTIVO PIC X(30).
