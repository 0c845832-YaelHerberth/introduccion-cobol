      ******************************************************************
      * CPAJUREG - LAYOUT DEL DIARIO DE AJUSTES (ajustes.txt)
      * UNA LINEA POR CADA AJUSTE QUE UN SUPERVISOR HACE A UN CARGO
      * DESDE EL PROGRAMA AJUSTES (REDUCCION O CANCELACION) Y POR
      * CADA CARGO QUE EL LOTE CASTIGOS PASA A CASTIGADO, CON EL
      * OPERADOR (LOTE EN EL CASTIGO) Y EL IMPORTE. SOLO SE AGREGA,
      * NUNCA SE REESCRIBE: ES LA EVIDENCIA DE QUIEN PERDONO QUE.
      * TIPO: R=REDUCCION, C=CANCELACION DEL SALDO, K=CASTIGO.
      * MOTIVO: 01=QUEJA DEL CLIENTE, 02=ERROR DE COBRO, 03=CARGO
      * DUPLICADO, 04=CORTESIA COMERCIAL, 05=INCOBRABLE,
      * 90=CASTIGO POR ANTIGUEDAD (SOLO EL LOTE).
      ******************************************************************
           05 AJU-ID-CLIENTE PIC 9(7).
           05 AJU-CLAVE-TARJETA PIC 9(01).
           05 AJU-ANIO PIC 9(4).
           05 AJU-PERIODO PIC 9(06).
           05 AJU-TIPO PIC X(01).
           05 AJU-MOTIVO PIC 9(02).
           05 AJU-IMPORTE PIC 9(05).
           05 AJU-IMPORTE-ANTES PIC 9(05).
           05 AJU-IMPORTE-DESPUES PIC 9(05).
           05 AJU-PAGADO PIC 9(05).
           05 AJU-ESTATUS-ANTES PIC X(09).
           05 AJU-ESTATUS-DESPUES PIC X(09).
           05 AJU-OPERADOR PIC X(08).
           05 AJU-PROGRAMA PIC X(08).
           05 AJU-FECHA PIC 9(8).
           05 AJU-HORA PIC 9(6).
