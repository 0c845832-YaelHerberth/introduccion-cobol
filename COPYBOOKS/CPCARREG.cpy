      * DEL CICLO: LOS CARGOS DE DOS TARJETAS DEL MISMO CLIENTE NO
      * CHOCAN Y CADA CORRIDA ANUAL DE CARGOS AGREGA SU CICLO JUNTO
      * AL HISTORIAL EN LUGAR DE PISAR EL ANTERIOR.
      * EL PERIODO CIERRA LA LLAVE: EN CERO ES LA ANUALIDAD DEL
      * CICLO; LOS RECARGOS MORATORIOS QUE GENERA RECARGOS SOBRE ESE
      * CICLO LLEVAN EL AAAAMM DEL MES EN QUE SE GENERARON, DE MODO
      * QUE UN CICLO NO SE RECARGA DOS VECES EN EL MISMO MES Y SUS
      * RECARGOS SE LEEN JUNTO A EL AL RECORRER POR LLAVE. QUIEN
      * ARMA LA LLAVE PARA LEER LA ANUALIDAD DEBE MOVER CERO AL
      * PERIODO. LOS ARCHIVOS GRABADOS ANTES DEL PERIODO SE PASAN AL
      * LAYOUT NUEVO CON EL PROGRAMA CONVCARG.
      ******************************************************************
           05 CARGO-LLAVE.
            10 CARGO-ID-CLIENTE PIC 9(7).
            10 CARGO-CLAVE-TARJETA PIC 9(01).
            10 CARGO-ANIO PIC 9(4).
            10 CARGO-PERIODO PIC 9(06).
           05 CARGO-NOMBRE-CLIENTE PIC X(20).
           05 CARGO-IMPORTE PIC 9(05).
           05 CARGO-FECHA.
           05 CARGO-IMPORTE-PAGADO PIC 9(05).
           05 CARGO-ESTATUS PIC X(09).
      * TIPO DE CARGO: C=ANUALIDAD COMPLETA, P=PRORRATEADA POR ALTA
      * A MEDIO CICLO O MESES EN SUSPENSION, R=RECARGO MORATORIO
      * (PERIODO DISTINTO DE CERO, MESES-COBRADOS EN CERO); EN C Y P
      * MESES-COBRADOS DICE CUANTOS DOCEAVOS SE COBRARON. VAN AL
      * FINAL PARA QUE LOS CARGOS GRABADOS ANTES DE ESTOS CAMPOS SE
      * LEAN COMO ESPACIOS Y SE TRATEN COMO COMPLETOS.
           05 CARGO-TIPO-CARGO PIC X(01).
           05 CARGO-MESES-COBRADOS PIC 9(02).
      * DESGLOSE FISCAL DEL CARGO: BASE (LA ANUALIDAD O SU PRORRATEO),
      * TASA DE IVA VIGENTE AL GENERARLO (PARAMETRO IVATASA) E IVA;
      * CARGO-IMPORTE ES EL TOTAL A PAGAR, BASE MAS IVA. LOS RECARGOS
      * LLEVAN BASE IGUAL AL IMPORTE E IVA EN CERO. LOS CARGOS
      * GRABADOS ANTES DEL DESGLOSE LOS TRAEN EN ESPACIOS: SU
      * IMPORTE ES TODO BASE.
           05 CARGO-BASE PIC 9(05).
           05 CARGO-TASA-IVA PIC 9(2)V99.
           05 CARGO-IVA PIC 9(05).
      * AJUSTES DE SUPERVISOR (PROGRAMA AJUSTES) Y CASTIGOS (LOTE
      * CASTIGOS): LO AJUSTADO YA SE RESTO DE CARGO-IMPORTE, DE MODO
      * QUE EL IMPORTE ORIGINAL ES IMPORTE MAS AJUSTADO; LA FECHA ES
      * LA DEL ULTIMO AJUSTE, CANCELACION O CASTIGO. CADA MOVIMIENTO
      * QUEDA EN ajustes.txt (CPAJUREG). ESTATUS DE ESTOS CARGOS:
      * CANCELADO = AJUSTADO A SALDO CERO, NO ADMITE MAS ABONOS;
      * CASTIGADO = SALDO INCOBRABLE POR ANTIGUEDAD, CONSERVA SU
      * SALDO PERO SE REPORTA APARTE DE LO PENDIENTE. LOS CARGOS
      * GRABADOS ANTES DE ESTOS CAMPOS LOS TRAEN EN ESPACIOS.
           05 CARGO-IMPORTE-AJUSTADO PIC 9(05).
           05 CARGO-FECHA-AJUSTE PIC 9(8).
