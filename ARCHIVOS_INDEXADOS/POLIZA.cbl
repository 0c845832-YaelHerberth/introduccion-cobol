       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLIZA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL PAG-APL ASSIGN TO "pagosapl.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAG-LLAVE.

           SELECT OPTIONAL PAR-CLI ASSIGN TO "parametros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POLIZA ASSIGN TO "poliza.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE ASSIGN TO "poliza.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD PAG-APL.
       01 REG-PAGO-APLICADO.
           COPY CPPAGREG.

       FD PAR-CLI.
       01 REG-PARAMETRO.
           COPY CPPARREG.

      * POLIZA DE DIARIO PARA CONTABILIDAD: UN DETALLE POR CUENTA Y
      * TIPO DE TARJETA CON SU DEBE Y SU HABER DEL DIA, CON
      * ENCABEZADO Y COLA DE CONTROL (MISMO ESQUEMA H/D/T DE
      * interfaz.txt). LA COLA TRAE LOS TOTALES, QUE DEBEN CUADRAR.
       FD POLIZA.
       01 REG-POLIZA PIC X(80).

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
           COPY CPPARAM.

       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-FIN-PARAMETROS PIC X(1) VALUE "N".
       01 WKS-FIN-RUNCTL PIC X(1) VALUE "N".
       01 WKS-CONTADOR-PARAM PIC 9(2).
       01 WKS-CLAVE-BUSCADA PIC X(08).
       01 WKS-PARAMETRO-VALIDO PIC X(1).
       01 WKS-MEJOR-VIGENCIA PIC 9(8).
       01 WKS-VALOR-PARAMETRO PIC 9(7)V99.
       01 WKS-FALTAN-CUENTAS PIC X(1) VALUE "N".
       01 WKS-FECHA-POLIZA PIC 9(8).
       01 WKS-CONCEPTO PIC 9(1).
       01 WKS-CONTRA PIC 9(1).
       01 WKS-TARJETA PIC 9(2).
       01 WKS-CLAVE-DIGITO PIC 9(1).
       01 WKS-IMPORTE PIC 9(7).
       01 WKS-NETO PIC 9(7).
       01 WKS-A-FAVOR PIC 9(7).
       01 WKS-BASE PIC 9(7).
       01 WKS-IVA PIC 9(7).
       01 WKS-CONTADOR-CARGOS-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-PAGOS-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-ANUALIDADES PIC 9(7) VALUE 0.
       01 WKS-SUMA-FACTURADA PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-APLICADOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-AL-SUSPENSO PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-SIGUEN-SUSP PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-SALDO-FAVOR PIC 9(7) VALUE 0.
       01 WKS-SUMA-COBRADA PIC 9(9) VALUE 0.
       01 WKS-SUMA-DEVUELTA PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-DETALLES PIC 9(7) VALUE 0.
       01 WKS-TOTAL-DEBE PIC 9(11) VALUE 0.
       01 WKS-TOTAL-HABER PIC 9(11) VALUE 0.
       01 WKS-RUN-CARGOS-CORRIDAS PIC 9(3) VALUE 0.
       01 WKS-RUN-CARGOS-APLICADOS PIC 9(7) VALUE 0.
       01 WKS-RUN-PAGOS-CORRIDAS PIC 9(3) VALUE 0.
       01 WKS-RUN-PAGOS-APLICADOS PIC 9(7) VALUE 0.
       01 WKS-RUN-PAGOS-RECHAZADOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

      * CONCEPTOS CONTABLES DE LA POLIZA; LA CUENTA DE CADA UNO SE
      * BUSCA EN parametros.txt COMO CTA + CONCEPTO + CLAVE DE
      * TARJETA (CTACXC1) Y, SI NO EXISTE, CTA + CONCEPTO (CTACXC),
      * QUE VALE PARA TODAS LAS TARJETAS.
       01 WKS-DATOS-CONCEPTOS.
           05 FILLER PIC X(23) VALUE "CXCCUENTAS POR COBRAR  ".
           05 FILLER PIC X(23) VALUE "INGINGRESO ANUALIDADES ".
           05 FILLER PIC X(23) VALUE "IVAIVA TRASLADADO      ".
           05 FILLER PIC X(23) VALUE "SUSPAGOS EN SUSPENSO   ".
           05 FILLER PIC X(23) VALUE "CAJCAJA Y BANCOS       ".
           05 FILLER PIC X(23) VALUE "SAFSALDOS A FAVOR      ".
       01 WKS-TABLA-CONCEPTOS REDEFINES WKS-DATOS-CONCEPTOS.
           05 WKS-CON-OCURRENCIA OCCURS 6 TIMES.
               10 WKS-CON-CODIGO PIC X(3).
               10 WKS-CON-DESCRIPCION PIC X(20).

      * ACUMULADOS DEL DIA POR CONCEPTO Y TIPO DE TARJETA; EL
      * RENGLON DE TARJETA ES LA CLAVE MAS UNO (CLAVE 0 = RENGLON 1).
       01 WKS-TABLA-POLIZA.
           05 WKS-POL-CONCEPTO OCCURS 6 TIMES.
               10 WKS-POL-TARJETA OCCURS 10 TIMES.
                   15 WKS-POL-DEBE PIC 9(9).
                   15 WKS-POL-HABER PIC 9(9).
                   15 WKS-POL-CUENTA PIC 9(7).

       01 WKS-POL-ENCABEZADO.
           05 FILLER PIC X(1) VALUE "H".
           05 WKS-PEN-FECHA PIC 9(8).
           05 FILLER PIC X(30)
               VALUE "POLIZA DE DIARIO CARTERA TDC".

       01 WKS-POL-DETALLE.
           05 FILLER PIC X(1) VALUE "D".
           05 WKS-PDE-FECHA PIC 9(8).
           05 WKS-PDE-CUENTA PIC 9(7).
           05 WKS-PDE-CONCEPTO PIC X(3).
           05 WKS-PDE-CLAVE PIC 9(1).
           05 WKS-PDE-DEBE PIC 9(9).
           05 WKS-PDE-HABER PIC 9(9).
           05 WKS-PDE-DESCRIPCION PIC X(20).

       01 WKS-POL-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 WKS-PCO-REGISTROS PIC 9(7).
           05 WKS-PCO-DEBE PIC 9(11).
           05 WKS-PCO-HABER PIC 9(11).

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(29)
               VALUE "POLIZA DE DIARIO DEL DIA    ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "CUENTA   ".
           05 FILLER PIC X(21) VALUE "CONCEPTO             ".
           05 FILLER PIC X(4) VALUE "TJ  ".
           05 FILLER PIC X(12) VALUE "        DEBE".
           05 FILLER PIC X(12) VALUE "       HABER".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-CUENTA PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-CONCEPTO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-CLAVE PIC 9(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WKS-DET-DEBE PIC Z(10)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-HABER PIC Z(10)9.

       01 WKS-LINEA-TOTAL.
           05 WKS-TOT-TEXTO PIC X(32).
           05 WKS-TOT-NUMERO PIC Z(10)9.

       01 Fecha-Actual.
           05 Año PIC 9(4).
           05 Mes PIC 99.
           05 Día PIC 99.
           05 Hora PIC 99.
           05 Minuto PIC 99.
           05 Segundo PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-LEER-CARGO UNTIL WKS-FIN = "S".
           MOVE "N" TO WKS-FIN.
           PERFORM 2500-LEER-MOVIMIENTO UNTIL WKS-FIN = "S".
           PERFORM 3000-RESOLVER-CUENTAS.
           PERFORM 4000-LEER-RUNCTL.
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
      * LA POLIZA ES LA DEL DIA DE LA CORRIDA: CORRE EN LA CADENA
      * DESPUES DE CARGOS Y PAGOS, QUE FECHAN SUS MOVIMIENTOS CON ESE
      * MISMO DIA.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           MOVE WKS-FECHA-INICIO TO WKS-FECHA-POLIZA.
           MOVE WKS-FECHA-POLIZA TO WKS-TIT-FECHA.
           MOVE ZEROES TO WKS-TABLA-POLIZA.
           DISPLAY "*****POLIZA DE DIARIO DE CARTERA*****".
           DISPLAY "FECHA DE LA POLIZA: " WKS-FECHA-POLIZA.

           PERFORM 1100-CARGAR-PARAMETROS.
           OPEN INPUT CAR-CLI.
           OPEN INPUT PAG-APL.

      *****CUENTAS CONTABLES***********************************
       1100-CARGAR-PARAMETROS.
           OPEN INPUT PAR-CLI.
           MOVE "N" TO WKS-FIN-PARAMETROS.
           PERFORM 1110-LEER-PARAMETRO UNTIL WKS-FIN-PARAMETROS = "S".
           CLOSE PAR-CLI.

       1110-LEER-PARAMETRO.
           READ PAR-CLI
               AT END
                   MOVE "S" TO WKS-FIN-PARAMETROS
               NOT AT END
                   PERFORM 1120-GUARDAR-PARAMETRO
           END-READ.

       1120-GUARDAR-PARAMETRO.
           IF WKS-TOT-PARAMETROS < 50
               ADD 1 TO WKS-TOT-PARAMETROS
               MOVE PAR-CLAVE TO WKS-PARAM-CLAVE(WKS-TOT-PARAMETROS)
               MOVE PAR-VIGENCIA
                   TO WKS-PARAM-VIGENCIA(WKS-TOT-PARAMETROS)
               MOVE PAR-VALOR TO WKS-PARAM-VALOR(WKS-TOT-PARAMETROS)
               MOVE PAR-DESCRIPCION
                   TO WKS-PARAM-DESCRIPCION(WKS-TOT-PARAMETROS)
           ELSE
               DISPLAY "TABLA DE PARAMETROS LLENA, SE IGNORA CLAVE "
                   PAR-CLAVE
           END-IF.

      * EL VALOR QUE APLICA ES EL DE MAYOR VIGENCIA QUE NO REBASE LA
      * FECHA DE LA CORRIDA, IGUAL QUE CON LAS TASAS.
       1200-BUSCAR-PARAMETRO.
           MOVE "N" TO WKS-PARAMETRO-VALIDO.
           MOVE 0 TO WKS-MEJOR-VIGENCIA.
           MOVE 0 TO WKS-VALOR-PARAMETRO.
           PERFORM 1210-COMPARAR-PARAMETRO
               VARYING WKS-CONTADOR-PARAM FROM 1 BY 1
               UNTIL WKS-CONTADOR-PARAM > WKS-TOT-PARAMETROS.

       1210-COMPARAR-PARAMETRO.
           IF WKS-PARAM-CLAVE(WKS-CONTADOR-PARAM) = WKS-CLAVE-BUSCADA
               AND WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM)
                   <= WKS-FECHA-INICIO
               AND WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM)
                   >= WKS-MEJOR-VIGENCIA
               MOVE "S" TO WKS-PARAMETRO-VALIDO
               MOVE WKS-PARAM-VALOR(WKS-CONTADOR-PARAM)
                   TO WKS-VALOR-PARAMETRO
               MOVE WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM)
                   TO WKS-MEJOR-VIGENCIA
           END-IF.

      *****FACTURACION DEL DIA (CARGOS)************************
      * LAS ANUALIDADES QUE CARGOS GENERO HOY: CARGO A CUENTAS POR
      * COBRAR POR EL TOTAL, ABONO A INGRESOS POR LA BASE Y A IVA
      * TRASLADADO POR EL IVA. SE TOMA EL DESGLOSE FACTURADO, NO EL
      * IMPORTE NETO DE AJUSTES. LOS RECARGOS NO SON DE CARGOS.
       2000-LEER-CARGO.
           READ CAR-CLI
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-CARGOS-LEIDOS
                   IF CARGO-FECHA = WKS-FECHA-POLIZA
                       AND CARGO-TIPO-CARGO NOT = "R"
                       PERFORM 2100-ASENTAR-CARGO
                   END-IF
           END-READ.

       2100-ASENTAR-CARGO.
           IF CARGO-BASE IS NUMERIC AND CARGO-IVA IS NUMERIC
               MOVE CARGO-BASE TO WKS-BASE
               MOVE CARGO-IVA TO WKS-IVA
           ELSE
               MOVE CARGO-IMPORTE TO WKS-BASE
               MOVE 0 TO WKS-IVA
           END-IF.
           ADD 1 TO WKS-CONTADOR-ANUALIDADES.
           COMPUTE WKS-TARJETA = CARGO-CLAVE-TARJETA + 1.
           COMPUTE WKS-IMPORTE = WKS-BASE + WKS-IVA.
           ADD WKS-IMPORTE TO WKS-SUMA-FACTURADA.
           MOVE 1 TO WKS-CONCEPTO.
           PERFORM 2900-ASENTAR-DEBE.
           MOVE WKS-BASE TO WKS-IMPORTE.
           MOVE 2 TO WKS-CONCEPTO.
           PERFORM 2910-ASENTAR-HABER.
           MOVE WKS-IVA TO WKS-IMPORTE.
           MOVE 3 TO WKS-CONCEPTO.
           PERFORM 2910-ASENTAR-HABER.

      *****MOVIMIENTOS DEL DIA (pagosapl.idx)******************
      * CADA MOVIMIENTO DEL HISTORICO DE PAGOS APLICADO HOY:
      *   PAGO APLICADO: DEBE A CAJA (O A SUSPENSO SI ES UN
      *     REINTENTO), HABER A CXC Y AL SALDO A FAVOR EL EXCEDENTE.
      *   DEVOLUCION APLICADA: LO CONTRARIO.
      *   DE CAJA AL SUSPENSO: CAJA CONTRA SUSPENSO.
      *   REINTENTO QUE REGRESA AL SUSPENSO: NO MUEVE CUENTAS.
      *   SALDO A FAVOR QUE CARGOS APLICO: DEBE A SALDOS A FAVOR,
      *     HABER A CXC.
       2500-LEER-MOVIMIENTO.
           READ PAG-APL
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-PAGOS-LEIDOS
                   IF PAG-FECHA-APLICACION = WKS-FECHA-POLIZA
                       PERFORM 2600-CLASIFICAR-MOVIMIENTO
                   END-IF
           END-READ.

       2600-CLASIFICAR-MOVIMIENTO.
           MOVE 0 TO WKS-A-FAVOR.
           IF PAG-IMPORTE-A-FAVOR IS NUMERIC
               MOVE PAG-IMPORTE-A-FAVOR TO WKS-A-FAVOR
           END-IF.
           IF WKS-A-FAVOR > PAG-IMPORTE
               MOVE PAG-IMPORTE TO WKS-A-FAVOR
           END-IF.
           SUBTRACT WKS-A-FAVOR FROM PAG-IMPORTE GIVING WKS-NETO.
           COMPUTE WKS-TARJETA = PAG-CLAVE-TARJETA + 1.
           IF PAG-ORIGEN = "S"
               MOVE 4 TO WKS-CONTRA
           ELSE
               MOVE 5 TO WKS-CONTRA
           END-IF.

           EVALUATE TRUE
               WHEN PAG-TIPO = "F"
                   ADD 1 TO WKS-CONTADOR-SALDO-FAVOR
                   PERFORM 2700-ASENTAR-SALDO-FAVOR
               WHEN PAG-DESTINO = "A"
                   ADD 1 TO WKS-CONTADOR-APLICADOS
                   PERFORM 2710-ASENTAR-APLICADO
               WHEN PAG-ORIGEN = "S"
                   ADD 1 TO WKS-CONTADOR-SIGUEN-SUSP
               WHEN OTHER
                   ADD 1 TO WKS-CONTADOR-AL-SUSPENSO
                   PERFORM 2720-ASENTAR-SUSPENSO
           END-EVALUATE.

       2700-ASENTAR-SALDO-FAVOR.
           MOVE PAG-IMPORTE TO WKS-IMPORTE.
           MOVE 6 TO WKS-CONCEPTO.
           PERFORM 2900-ASENTAR-DEBE.
           MOVE 1 TO WKS-CONCEPTO.
           PERFORM 2910-ASENTAR-HABER.

       2710-ASENTAR-APLICADO.
           IF WKS-CONTRA = 5
               IF PAG-TIPO = "D"
                   ADD PAG-IMPORTE TO WKS-SUMA-DEVUELTA
               ELSE
                   ADD PAG-IMPORTE TO WKS-SUMA-COBRADA
               END-IF
           END-IF.
           IF PAG-TIPO = "D"
               MOVE WKS-NETO TO WKS-IMPORTE
               MOVE 1 TO WKS-CONCEPTO
               PERFORM 2900-ASENTAR-DEBE
               MOVE WKS-A-FAVOR TO WKS-IMPORTE
               MOVE 6 TO WKS-CONCEPTO
               PERFORM 2900-ASENTAR-DEBE
               MOVE PAG-IMPORTE TO WKS-IMPORTE
               MOVE WKS-CONTRA TO WKS-CONCEPTO
               PERFORM 2910-ASENTAR-HABER
           ELSE
               MOVE PAG-IMPORTE TO WKS-IMPORTE
               MOVE WKS-CONTRA TO WKS-CONCEPTO
               PERFORM 2900-ASENTAR-DEBE
               MOVE WKS-NETO TO WKS-IMPORTE
               MOVE 1 TO WKS-CONCEPTO
               PERFORM 2910-ASENTAR-HABER
               MOVE WKS-A-FAVOR TO WKS-IMPORTE
               MOVE 6 TO WKS-CONCEPTO
               PERFORM 2910-ASENTAR-HABER
           END-IF.

       2720-ASENTAR-SUSPENSO.
           MOVE PAG-IMPORTE TO WKS-IMPORTE.
           IF PAG-TIPO = "D"
               ADD PAG-IMPORTE TO WKS-SUMA-DEVUELTA
               MOVE 4 TO WKS-CONCEPTO
               PERFORM 2900-ASENTAR-DEBE
               MOVE 5 TO WKS-CONCEPTO
               PERFORM 2910-ASENTAR-HABER
           ELSE
               ADD PAG-IMPORTE TO WKS-SUMA-COBRADA
               MOVE 5 TO WKS-CONCEPTO
               PERFORM 2900-ASENTAR-DEBE
               MOVE 4 TO WKS-CONCEPTO
               PERFORM 2910-ASENTAR-HABER
           END-IF.

       2900-ASENTAR-DEBE.
           ADD WKS-IMPORTE
               TO WKS-POL-DEBE(WKS-CONCEPTO, WKS-TARJETA).

       2910-ASENTAR-HABER.
           ADD WKS-IMPORTE
               TO WKS-POL-HABER(WKS-CONCEPTO, WKS-TARJETA).

      *****CUENTA DE CADA RENGLON DE LA POLIZA*****************
      * SE RESUELVEN TODAS ANTES DE GRABAR NADA: SI FALTA ALGUNA NO
      * SE ENTREGA UNA POLIZA A MEDIAS.
       3000-RESOLVER-CUENTAS.
           PERFORM 3100-BUSCAR-CUENTA
               VARYING WKS-CONCEPTO FROM 1 BY 1
               UNTIL WKS-CONCEPTO > 6
               AFTER WKS-TARJETA FROM 1 BY 1
               UNTIL WKS-TARJETA > 10.
           IF WKS-FALTAN-CUENTAS = "S"
               DISPLAY "CAPTURALAS CON EL PROGRAMA PARAMS"
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               PERFORM 9800-REGISTRO-CONTROL
               CLOSE CAR-CLI
               CLOSE PAG-APL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       3100-BUSCAR-CUENTA.
           IF WKS-POL-DEBE(WKS-CONCEPTO, WKS-TARJETA) > 0
               OR WKS-POL-HABER(WKS-CONCEPTO, WKS-TARJETA) > 0
               COMPUTE WKS-CLAVE-DIGITO = WKS-TARJETA - 1
               MOVE SPACES TO WKS-CLAVE-BUSCADA
               STRING "CTA" DELIMITED BY SIZE
                   WKS-CON-CODIGO(WKS-CONCEPTO) DELIMITED BY SIZE
                   WKS-CLAVE-DIGITO DELIMITED BY SIZE
                   INTO WKS-CLAVE-BUSCADA
               PERFORM 1200-BUSCAR-PARAMETRO
               IF WKS-PARAMETRO-VALIDO = "N"
                   MOVE SPACES TO WKS-CLAVE-BUSCADA
                   STRING "CTA" DELIMITED BY SIZE
                       WKS-CON-CODIGO(WKS-CONCEPTO) DELIMITED BY SIZE
                       INTO WKS-CLAVE-BUSCADA
                   PERFORM 1200-BUSCAR-PARAMETRO
               END-IF
               IF WKS-PARAMETRO-VALIDO = "S"
                   MOVE WKS-VALOR-PARAMETRO
                       TO WKS-POL-CUENTA(WKS-CONCEPTO, WKS-TARJETA)
               ELSE
                   DISPLAY "NO HAY CUENTA VIGENTE PARA "
                       WKS-CON-DESCRIPCION(WKS-CONCEPTO)
                       " TARJETA " WKS-CLAVE-DIGITO
                   MOVE "S" TO WKS-FALTAN-CUENTAS
               END-IF
           END-IF.

      *****CIFRAS DE CONTROL DE CARGOS Y PAGOS DEL DIA*********
      * SE SUMAN TODAS LAS CORRIDAS DEL DIA DE CADA PROGRAMA: LO
      * APLICADO POR CARGOS SON LOS CARGOS GRABADOS Y LO APLICADO
      * POR PAGOS SON LOS ABONOS MAS LAS DEVOLUCIONES APLICADAS.
       4000-LEER-RUNCTL.
           OPEN INPUT RUN-CTL.
           MOVE "N" TO WKS-FIN-RUNCTL.
           PERFORM 4100-LEER-CORRIDA UNTIL WKS-FIN-RUNCTL = "S".
           CLOSE RUN-CTL.

       4100-LEER-CORRIDA.
           READ RUN-CTL
               AT END
                   MOVE "S" TO WKS-FIN-RUNCTL
               NOT AT END
                   IF RUN-FECHA-INICIO = WKS-FECHA-POLIZA
                       PERFORM 4200-ACUMULAR-CORRIDA
                   END-IF
           END-READ.

       4200-ACUMULAR-CORRIDA.
           EVALUATE RUN-PROGRAMA
               WHEN "CARGOS"
                   ADD 1 TO WKS-RUN-CARGOS-CORRIDAS
                   ADD RUN-APLICADOS TO WKS-RUN-CARGOS-APLICADOS
               WHEN "PAGOS"
                   ADD 1 TO WKS-RUN-PAGOS-CORRIDAS
                   ADD RUN-APLICADOS TO WKS-RUN-PAGOS-APLICADOS
                   ADD RUN-RECHAZADOS TO WKS-RUN-PAGOS-RECHAZADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****GRABACION DE LA POLIZA******************************
       5000-GRABAR-POLIZA.
           OPEN OUTPUT POLIZA.
           MOVE WKS-FECHA-POLIZA TO WKS-PEN-FECHA.
           MOVE WKS-POL-ENCABEZADO TO REG-POLIZA.
           WRITE REG-POLIZA.
           PERFORM 5100-GRABAR-RENGLON
               VARYING WKS-CONCEPTO FROM 1 BY 1
               UNTIL WKS-CONCEPTO > 6
               AFTER WKS-TARJETA FROM 1 BY 1
               UNTIL WKS-TARJETA > 10.
           MOVE WKS-CONTADOR-DETALLES TO WKS-PCO-REGISTROS.
           MOVE WKS-TOTAL-DEBE TO WKS-PCO-DEBE.
           MOVE WKS-TOTAL-HABER TO WKS-PCO-HABER.
           MOVE WKS-POL-COLA TO REG-POLIZA.
           WRITE REG-POLIZA.
           CLOSE POLIZA.

       5100-GRABAR-RENGLON.
           IF WKS-POL-DEBE(WKS-CONCEPTO, WKS-TARJETA) > 0
               OR WKS-POL-HABER(WKS-CONCEPTO, WKS-TARJETA) > 0
               COMPUTE WKS-CLAVE-DIGITO = WKS-TARJETA - 1
               MOVE WKS-FECHA-POLIZA TO WKS-PDE-FECHA
               MOVE WKS-POL-CUENTA(WKS-CONCEPTO, WKS-TARJETA)
                   TO WKS-PDE-CUENTA
               MOVE WKS-CON-CODIGO(WKS-CONCEPTO) TO WKS-PDE-CONCEPTO
               MOVE WKS-CLAVE-DIGITO TO WKS-PDE-CLAVE
               MOVE WKS-POL-DEBE(WKS-CONCEPTO, WKS-TARJETA)
                   TO WKS-PDE-DEBE
               MOVE WKS-POL-HABER(WKS-CONCEPTO, WKS-TARJETA)
                   TO WKS-PDE-HABER
               MOVE WKS-CON-DESCRIPCION(WKS-CONCEPTO)
                   TO WKS-PDE-DESCRIPCION
               MOVE WKS-POL-DETALLE TO REG-POLIZA
               WRITE REG-POLIZA
               ADD 1 TO WKS-CONTADOR-DETALLES
               ADD WKS-POL-DEBE(WKS-CONCEPTO, WKS-TARJETA)
                   TO WKS-TOTAL-DEBE
               ADD WKS-POL-HABER(WKS-CONCEPTO, WKS-TARJETA)
                   TO WKS-TOTAL-HABER
               MOVE WKS-PDE-CUENTA TO WKS-DET-CUENTA
               MOVE WKS-PDE-DESCRIPCION TO WKS-DET-CONCEPTO
               MOVE WKS-PDE-CLAVE TO WKS-DET-CLAVE
               MOVE WKS-PDE-DEBE TO WKS-DET-DEBE
               MOVE WKS-PDE-HABER TO WKS-DET-HABER
               MOVE WKS-LINEA-DETALLE TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.

      *****CONTROL DE PAGINA***********************************
       8000-ENCABEZADO.
           ADD 1 TO WKS-CONTADOR-PAGINAS.
           MOVE WKS-CONTADOR-PAGINAS TO WKS-TIT-PAGINA.
           MOVE WKS-LINEA-TITULO TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WKS-LINEA-COLUMNAS TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 3 TO WKS-CONTADOR-LINEAS.

       8100-ESCRIBIR-LINEA.
           IF WKS-CONTADOR-LINEAS >= WKS-TAM-PAGINA
               MOVE REG-REPORTE TO WKS-LINEA-PENDIENTE
               PERFORM 8000-ENCABEZADO
               MOVE WKS-LINEA-PENDIENTE TO REG-REPORTE
           END-IF.
           WRITE REG-REPORTE.
           ADD 1 TO WKS-CONTADOR-LINEAS.

      * LA POLIZA DEBE CUADRAR Y SUS CONTEOS DEBEN COINCIDIR CON LO
      * QUE CARGOS Y PAGOS DEJARON EN runctl.txt; SI NO, LA CORRIDA
      * QUEDA EN ERROR Y LA CADENA SE DETIENE PARA REVISARLA ANTES DE
      * MANDARLA A CONTABILIDAD.
       9000-FIN.
           CLOSE CAR-CLI.
           CLOSE PAG-APL.
           OPEN OUTPUT REPORTE.
           PERFORM 5000-GRABAR-POLIZA.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "TOTAL DEBE:" TO WKS-TOT-TEXTO.
           MOVE WKS-TOTAL-DEBE TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "TOTAL HABER:" TO WKS-TOT-TEXTO.
           MOVE WKS-TOTAL-HABER TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           IF WKS-TOTAL-DEBE = WKS-TOTAL-HABER
               MOVE "*****LA POLIZA CUADRA*****" TO REG-REPORTE
           ELSE
               MOVE "*****LA POLIZA NO CUADRA*****" TO REG-REPORTE
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
           END-IF.
           PERFORM 8100-ESCRIBIR-LINEA.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "CONCILIACION CONTRA runctl.txt" TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "CORRIDAS DE CARGOS DEL DIA:" TO WKS-TOT-TEXTO.
           MOVE WKS-RUN-CARGOS-CORRIDAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CARGOS GRABADOS SEGUN runctl:" TO WKS-TOT-TEXTO.
           MOVE WKS-RUN-CARGOS-APLICADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "ANUALIDADES EN LA POLIZA:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ANUALIDADES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "IMPORTE FACTURADO:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-FACTURADA TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           IF WKS-CONTADOR-ANUALIDADES = WKS-RUN-CARGOS-APLICADOS
               MOVE "  CARGOS CUADRA CON runctl.txt" TO REG-REPORTE
           ELSE
               MOVE "  CARGOS NO CUADRA CON runctl.txt" TO REG-REPORTE
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
           END-IF.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "CORRIDAS DE PAGOS DEL DIA:" TO WKS-TOT-TEXTO.
           MOVE WKS-RUN-PAGOS-CORRIDAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "APLICADOS SEGUN runctl:" TO WKS-TOT-TEXTO.
           MOVE WKS-RUN-PAGOS-APLICADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "APLICADOS EN LA POLIZA:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-APLICADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           IF WKS-CONTADOR-APLICADOS = WKS-RUN-PAGOS-APLICADOS
               MOVE "  PAGOS CUADRA CON runctl.txt" TO REG-REPORTE
           ELSE
               MOVE "  PAGOS NO CUADRA CON runctl.txt" TO REG-REPORTE
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
           END-IF.
           PERFORM 8100-ESCRIBIR-LINEA.
      * LOS RECHAZADOS DE PAGOS INCLUYEN LOS MOVIMIENTOS INVALIDOS,
      * QUE NO LLEGAN AL HISTORICO: SE MUESTRAN SOLO COMO REFERENCIA.
           MOVE "RECHAZADOS SEGUN runctl:" TO WKS-TOT-TEXTO.
           MOVE WKS-RUN-PAGOS-RECHAZADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "DE CAJA AL SUSPENSO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-AL-SUSPENSO TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "REINTENTOS AUN EN SUSPENSO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-SIGUEN-SUSP TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SALDOS A FAVOR APLICADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-SALDO-FAVOR TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "COBRADO EN CAJA:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-COBRADA TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "DEVUELTO POR CAJA:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-DEVUELTA TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE REPORTE.
           DISPLAY "RENGLONES DE POLIZA: " WKS-CONTADOR-DETALLES.
           DISPLAY "TOTAL DEBE: " WKS-TOTAL-DEBE
               " TOTAL HABER: " WKS-TOTAL-HABER.
           DISPLAY "ANUALIDADES: " WKS-CONTADOR-ANUALIDADES
               " runctl: " WKS-RUN-CARGOS-APLICADOS.
           DISPLAY "PAGOS APLICADOS: " WKS-CONTADOR-APLICADOS
               " runctl: " WKS-RUN-PAGOS-APLICADOS.
           DISPLAY "POLIZA GRABADA EN poliza.txt".
           DISPLAY "REPORTE DE CONTROL EN poliza.rpt".
           IF WKS-ESTADO-CORRIDA = "OK"
               DISPLAY "*****POLIZA TERMINADA, CUADRA*****"
           ELSE
               DISPLAY "*****POLIZA CON DIFERENCIAS, REVISA "
                   "poliza.rpt*****"
               MOVE 8 TO RETURN-CODE
           END-IF.

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "POLIZA" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           COMPUTE RUN-LEIDOS = WKS-CONTADOR-CARGOS-LEIDOS
               + WKS-CONTADOR-PAGOS-LEIDOS.
           MOVE WKS-CONTADOR-DETALLES TO RUN-APLICADOS.
           MOVE 0 TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM POLIZA.
