           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-ID-CLIENTE.

           SELECT OPTIONAL SAL-FAV ASSIGN TO "saldofav.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SAF-LLAVE.

           SELECT OPTIONAL PAG-APL ASSIGN TO "pagosapl.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAG-LLAVE.

           SELECT OPTIONAL PAR-CLI ASSIGN TO "parametros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FACTURAS ASSIGN TO "facturas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FAC-EXC ASSIGN TO "facturas_exc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 SUS-MES-INICIO PIC 9(2).
           05 SUS-MES-SUSPENDIDO PIC X(1) OCCURS 12 TIMES.

       FD SAL-FAV.
       01 REG-SALDO-FAVOR.
           COPY CPSAFREG.

       FD PAG-APL.
       01 REG-PAGO-APLICADO.
           COPY CPPAGREG.

       FD PAR-CLI.
       01 REG-PARAMETRO.
           COPY CPPARREG.

      * EXTRACTO PARA EL PROVEEDOR DE FACTURACION: UN DETALLE POR
      * CARGO GENERADO EN LA CORRIDA, CON ENCABEZADO Y COLA DE
      * CONTROL (MISMO ESQUEMA H/D/T DE interfaz.txt).
       FD FACTURAS.
       01 REG-FACTURA PIC X(120).

      * CARGOS DE CLIENTES CON RFC EN BLANCO O MAL FORMADO: SALEN
      * AQUI CON EL RFC GENERICO DE PUBLICO EN GENERAL, EL RFC QUE
      * TRAIA EL MAESTRO Y EL MOTIVO, EN LUGAR DE MANDARSE ASI.
       FD FAC-EXC.
       01 REG-FACTURA-EXC PIC X(140).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
           COPY CPPARAM.

       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-CONFIRMAR PIC 9(1).
       01 WKS-FIN-TARJETAS PIC X(1).
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".
       01 WKS-SAF-EXISTE PIC X(1).
       01 WKS-A-FAVOR PIC 9(5).
       01 WKS-CONSECUTIVO PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-CON-SALDO PIC 9(5) VALUE 0.
       01 WKS-SUMA-SALDO-APLICADO PIC 9(7) VALUE 0.
       01 WKS-FIN-PARAMETROS PIC X(1) VALUE "N".
       01 WKS-CONTADOR-PARAM PIC 9(2).
       01 WKS-CLAVE-BUSCADA PIC X(08).
       01 WKS-PARAMETRO-VALIDO PIC X(1).
       01 WKS-MEJOR-VIGENCIA PIC 9(8).
       01 WKS-VALOR-PARAMETRO PIC 9(7)V99.
       01 WKS-TASA-IVA PIC 9(2)V99.
       01 WKS-BASE PIC 9(05).
       01 WKS-RFC-VALIDO PIC X(1).
       01 WKS-RFC-MOTIVO PIC X(20).
       01 WKS-RFC-ESPACIOS PIC 9(2).
       01 WKS-CONTADOR-FACTURAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-EXCEPCIONES PIC 9(7) VALUE 0.
       01 WKS-SUMA-BASE PIC 9(9) VALUE 0.
       01 WKS-SUMA-IVA PIC 9(9) VALUE 0.
       01 WKS-EXC-SUMA-BASE PIC 9(9) VALUE 0.
       01 WKS-EXC-SUMA-IVA PIC 9(9) VALUE 0.
       01 WKS-EXC-SUMA-TOTAL PIC 9(9) VALUE 0.
       01 WKS-FAC-SUMA-TOTAL PIC 9(9) VALUE 0.

      * PARTES DEL RFC: PERSONA MORAL = 3 LETRAS, FECHA AAMMDD Y
      * HOMOCLAVE DE 3 (12 POSICIONES); PERSONA FISICA = 4 LETRAS,
      * FECHA Y HOMOCLAVE (13 POSICIONES).
       01 WKS-RFC-LETRAS PIC X(4).
       01 WKS-RFC-FECHA.
           05 WKS-RFC-AA PIC X(2).
           05 WKS-RFC-MM PIC X(2).
           05 WKS-RFC-DD PIC X(2).
       01 WKS-RFC-FECHA-NUM REDEFINES WKS-RFC-FECHA.
           05 WKS-RFC-AA-NUM PIC 9(2).
           05 WKS-RFC-MM-NUM PIC 9(2).
           05 WKS-RFC-DD-NUM PIC 9(2).
       01 WKS-RFC-HOMOCLAVE PIC X(3).

       01 WKS-FAC-ENCABEZADO.
           05 FILLER PIC X(1) VALUE "H".
           05 WKS-FAC-ENC-FECHA PIC 9(8).
           05 WKS-FAC-ENC-CICLO PIC 9(4).

       01 WKS-FAC-DETALLE.
           05 FILLER PIC X(1) VALUE "D".
           05 WKS-FAC-ID PIC 9(7).
           05 WKS-FAC-CLAVE PIC 9(1).
           05 WKS-FAC-ANIO PIC 9(4).
           05 WKS-FAC-RFC PIC X(13).
           05 WKS-FAC-NOMBRE PIC X(20).
           05 WKS-FAC-DOMICILIO PIC X(40).
           05 WKS-FAC-BASE PIC 9(05).
           05 WKS-FAC-TASA-IVA PIC 9(2)V99.
           05 WKS-FAC-IVA PIC 9(05).
           05 WKS-FAC-TOTAL PIC 9(05).
           05 WKS-FAC-TIPO-CARGO PIC X(1).

       01 WKS-FAC-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 WKS-FAC-COLA-REGISTROS PIC 9(7).
           05 WKS-FAC-COLA-BASE PIC 9(9).
           05 WKS-FAC-COLA-IVA PIC 9(9).
           05 WKS-FAC-COLA-TOTAL PIC 9(9).

       01 WKS-EXC-DETALLE.
           05 WKS-EXC-FACTURA PIC X(106).
           05 WKS-EXC-RFC-ORIGINAL PIC X(13).
           05 WKS-EXC-MOTIVO PIC X(20).

       01 Fecha-Actual.
           05 Año PIC 9(4).
               STOP RUN
           END-IF.

           PERFORM 1100-CARGAR-PARAMETROS.
           MOVE "IVATASA" TO WKS-CLAVE-BUSCADA.
           PERFORM 1200-BUSCAR-PARAMETRO.
           IF WKS-PARAMETRO-VALIDO = "N"
               DISPLAY "NO HAY TASA DE IVA VIGENTE (IVATASA) EN "
                   "parametros.txt"
               DISPLAY "CAPTURALA CON EL PROGRAMA PARAMS"
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               PERFORM 9800-REGISTRO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WKS-VALOR-PARAMETRO TO WKS-TASA-IVA.
           DISPLAY "TASA DE IVA VIGENTE: " WKS-TASA-IVA "%".

           OPEN INPUT REG-CLI.
           OPEN INPUT TAR-CLI.
           OPEN I-O CAR-CLI.
           OPEN I-O SAL-FAV.
           OPEN I-O PAG-APL.
           OPEN OUTPUT FACTURAS.
           OPEN OUTPUT FAC-EXC.
           MOVE WKS-FECHA-INICIO TO WKS-FAC-ENC-FECHA.
           MOVE Año TO WKS-FAC-ENC-CICLO.
           MOVE WKS-FAC-ENCABEZADO TO REG-FACTURA.
           WRITE REG-FACTURA.
           MOVE WKS-FAC-ENCABEZADO TO REG-FACTURA-EXC.
           WRITE REG-FACTURA-EXC.
           PERFORM 1500-CENSAR-SUSPENSIONES.

      *****PARAMETROS: TASA DE IVA*****************************
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

      * LA TASA QUE APLICA ES LA DE MAYOR VIGENCIA QUE NO REBASE LA
      * FECHA DE LA CORRIDA: UN CAMBIO DE IVA SE CARGA POR ADELANTADO.
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

      *****MESES SUSPENDIDOS POR CLIENTE EN EL CICLO***********
      * SE RECORRE LA BITACORA EN SU ORDEN CRONOLOGICO: UN SUSP
      * ANTERIOR AL CICLO DEJA AL CLIENTE SUSPENDIDO DESDE ENERO;
       2250-ARMAR-Y-GRABAR.
           MOVE ID-CLIENTE-FILE TO CARGO-ID-CLIENTE.
           MOVE Año TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           MOVE NOMBRE-CLIENTE-FILE TO CARGO-NOMBRE-CLIENTE.
           MOVE Año TO CARGO-FECHA-Y.
           MOVE Mes TO CARGO-FECHA-M.

           IF WKS-MESES-COBRAR = 12
               MOVE "C" TO CARGO-TIPO-CARGO
               MOVE WKS-ANUALIDAD-PLENA TO WKS-BASE
           ELSE
               MOVE "P" TO CARGO-TIPO-CARGO
               COMPUTE WKS-BASE ROUNDED =
                   WKS-ANUALIDAD-PLENA * WKS-MESES-COBRAR / 12
               ADD 1 TO WKS-CONTADOR-PRORRATEADOS
           END-IF.
      * LA TASA DE LA ANUALIDAD ES LA BASE; EL CARGO ES BASE MAS IVA.
           MOVE WKS-BASE TO CARGO-BASE.
           MOVE WKS-TASA-IVA TO CARGO-TASA-IVA.
           COMPUTE CARGO-IVA ROUNDED = WKS-BASE * WKS-TASA-IVA / 100.
           COMPUTE CARGO-IMPORTE = CARGO-BASE + CARGO-IVA.
           MOVE 0 TO CARGO-IMPORTE-AJUSTADO.
           MOVE 0 TO CARGO-FECHA-AJUSTE.
           PERFORM 2260-BUSCAR-SALDO-FAVOR.

           WRITE REG-CARGOS
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-CARGOS
                   ADD CARGO-IMPORTE TO WKS-SUMA-CARGOS
                   IF WKS-A-FAVOR > 0
                       PERFORM 2270-CONSUMIR-SALDO-FAVOR
                   END-IF
                   PERFORM 2400-EXTRAER-FACTURA
           END-WRITE.

      *****SALDO A FAVOR DE LA TARJETA*************************
      * EL EXCEDENTE QUE PAGOS DEJO EN saldofav.idx SE CONSUME
      * PRIMERO: EL CARGO NUEVO NACE YA ABONADO HASTA DONDE ALCANCE
      * EL SALDO. EL SALDO SOLO SE DESCUENTA SI EL CARGO SE GRABO
      * (UN CICLO QUE YA EXISTIA NO LO TOCA).
       2260-BUSCAR-SALDO-FAVOR.
           MOVE 0 TO WKS-A-FAVOR.
           MOVE CARGO-ID-CLIENTE TO SAF-ID-CLIENTE.
           MOVE CARGO-CLAVE-TARJETA TO SAF-CLAVE-TARJETA.
           MOVE "S" TO WKS-SAF-EXISTE.
           READ SAL-FAV KEY IS SAF-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-SAF-EXISTE
           END-READ.
           IF WKS-SAF-EXISTE = "S" AND SAF-IMPORTE > 0
               IF SAF-IMPORTE < CARGO-IMPORTE
                   MOVE SAF-IMPORTE TO WKS-A-FAVOR
                   MOVE "PARCIAL" TO CARGO-ESTATUS
               ELSE
                   MOVE CARGO-IMPORTE TO WKS-A-FAVOR
                   MOVE "PAGADO" TO CARGO-ESTATUS
               END-IF
               MOVE WKS-A-FAVOR TO CARGO-IMPORTE-PAGADO
           END-IF.

       2270-CONSUMIR-SALDO-FAVOR.
           SUBTRACT WKS-A-FAVOR FROM SAF-IMPORTE.
           ADD WKS-A-FAVOR TO SAF-TOTAL-APLICADO.
           MOVE WKS-FECHA-INICIO TO SAF-FECHA-ULT-MOV.
           MOVE "CARGOS" TO SAF-PROGRAMA-ULT-MOV.
           REWRITE REG-SALDO-FAVOR
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR SALDO A FAVOR ID "
                       SAF-ID-CLIENTE " TARJETA " SAF-CLAVE-TARJETA
                   MOVE "ERROR" TO WKS-ESTADO-CORRIDA
           END-REWRITE.
           ADD 1 TO WKS-CONTADOR-CON-SALDO.
           ADD WKS-A-FAVOR TO WKS-SUMA-SALDO-APLICADO.
           PERFORM 2280-GRABAR-HISTORICO.

      * LA APLICACION DEL SALDO QUEDA EN EL HISTORICO DE PAGOS COMO
      * UN ABONO MAS DEL CICLO (TIPO Y ORIGEN F), PARA QUE SE VEA
      * A DONDE FUE EL DINERO QUE SE PAGO DE MAS.
       2280-GRABAR-HISTORICO.
           ADD 1 TO WKS-CONSECUTIVO.
           MOVE CARGO-ID-CLIENTE TO PAG-ID-CLIENTE.
           MOVE CARGO-CLAVE-TARJETA TO PAG-CLAVE-TARJETA.
           MOVE CARGO-ANIO TO PAG-ANIO.
           MOVE WKS-FECHA-INICIO TO PAG-FECHA-APLICACION.
           MOVE WKS-HORA-INICIO TO PAG-HORA-APLICACION.
           MOVE WKS-CONSECUTIVO TO PAG-CONSECUTIVO.
           MOVE "F" TO PAG-TIPO.
           MOVE "F" TO PAG-ORIGEN.
           MOVE "A" TO PAG-DESTINO.
           MOVE SPACES TO PAG-REFERENCIA.
           MOVE 0 TO PAG-FECHA-ARCHIVO.
           MOVE WKS-FECHA-INICIO TO PAG-FECHA-VALOR.
           MOVE WKS-A-FAVOR TO PAG-IMPORTE.
           MOVE CARGO-ANIO TO PAG-ANIO-SOLICITADO.
           MOVE "N" TO PAG-REDIRIGIDO.
           MOVE CARGO-IMPORTE-PAGADO TO PAG-PAGADO-DESPUES.
           MOVE CARGO-ESTATUS TO PAG-ESTATUS-CARGO.
           MOVE "CARGOS" TO PAG-PROGRAMA.
           MOVE WKS-A-FAVOR TO PAG-IMPORTE-A-FAVOR.
           MOVE CARGO-PERIODO TO PAG-PERIODO-CARGO.
           WRITE REG-PAGO-APLICADO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR HISTORICO DE PAGOS ID "
                       PAG-ID-CLIENTE
                   MOVE "ERROR" TO WKS-ESTADO-CORRIDA
           END-WRITE.

      *****EXTRACTO DE FACTURACION*****************************
      * EL CLIENTE DE REG-CLI SIGUE LEIDO MIENTRAS SE GRABAN LOS
      * CARGOS DE SUS TARJETAS: DE AHI SALEN RFC Y DOMICILIO.
       2400-EXTRAER-FACTURA.
           MOVE CARGO-ID-CLIENTE TO WKS-FAC-ID.
           MOVE CARGO-CLAVE-TARJETA TO WKS-FAC-CLAVE.
           MOVE CARGO-ANIO TO WKS-FAC-ANIO.
           MOVE NOMBRE-CLIENTE-FILE TO WKS-FAC-NOMBRE.
           MOVE DOMICILIO-CLIENTE-FILE TO WKS-FAC-DOMICILIO.
           MOVE CARGO-BASE TO WKS-FAC-BASE.
           MOVE CARGO-TASA-IVA TO WKS-FAC-TASA-IVA.
           MOVE CARGO-IVA TO WKS-FAC-IVA.
           MOVE CARGO-IMPORTE TO WKS-FAC-TOTAL.
           MOVE CARGO-TIPO-CARGO TO WKS-FAC-TIPO-CARGO.
           PERFORM 2450-VALIDAR-RFC.
           IF WKS-RFC-VALIDO = "S"
               MOVE RFC-CLIENTE-FILE TO WKS-FAC-RFC
               MOVE WKS-FAC-DETALLE TO REG-FACTURA
               WRITE REG-FACTURA
               ADD 1 TO WKS-CONTADOR-FACTURAS
               ADD CARGO-BASE TO WKS-SUMA-BASE
               ADD CARGO-IVA TO WKS-SUMA-IVA
               ADD CARGO-IMPORTE TO WKS-FAC-SUMA-TOTAL
           ELSE
               MOVE "XAXX010101000" TO WKS-FAC-RFC
               MOVE WKS-FAC-DETALLE TO WKS-EXC-FACTURA
               MOVE RFC-CLIENTE-FILE TO WKS-EXC-RFC-ORIGINAL
               MOVE WKS-RFC-MOTIVO TO WKS-EXC-MOTIVO
               MOVE WKS-EXC-DETALLE TO REG-FACTURA-EXC
               WRITE REG-FACTURA-EXC
               ADD 1 TO WKS-CONTADOR-EXCEPCIONES
               ADD CARGO-BASE TO WKS-EXC-SUMA-BASE
               ADD CARGO-IVA TO WKS-EXC-SUMA-IVA
               ADD CARGO-IMPORTE TO WKS-EXC-SUMA-TOTAL
           END-IF.

      * RFC DE 12 POSICIONES (MORAL) O 13 (FISICA): LETRAS, FECHA
      * AAMMDD VALIDA Y HOMOCLAVE SIN ESPACIOS.
       2450-VALIDAR-RFC.
           MOVE "S" TO WKS-RFC-VALIDO.
           MOVE SPACES TO WKS-RFC-MOTIVO.
           IF RFC-CLIENTE-FILE = SPACES
               MOVE "N" TO WKS-RFC-VALIDO
               MOVE "RFC EN BLANCO" TO WKS-RFC-MOTIVO
           ELSE
               IF RFC-CLIENTE-FILE(13:1) = SPACE
                   MOVE RFC-CLIENTE-FILE(1:3) TO WKS-RFC-LETRAS
                   MOVE "A" TO WKS-RFC-LETRAS(4:1)
                   MOVE RFC-CLIENTE-FILE(4:6) TO WKS-RFC-FECHA
                   MOVE RFC-CLIENTE-FILE(10:3) TO WKS-RFC-HOMOCLAVE
               ELSE
                   MOVE RFC-CLIENTE-FILE(1:4) TO WKS-RFC-LETRAS
                   MOVE RFC-CLIENTE-FILE(5:6) TO WKS-RFC-FECHA
                   MOVE RFC-CLIENTE-FILE(11:3) TO WKS-RFC-HOMOCLAVE
               END-IF
               PERFORM 2460-REVISAR-PARTES-RFC
           END-IF.

       2460-REVISAR-PARTES-RFC.
           MOVE 0 TO WKS-RFC-ESPACIOS.
           INSPECT WKS-RFC-LETRAS TALLYING WKS-RFC-ESPACIOS
               FOR ALL SPACE.
           IF WKS-RFC-ESPACIOS > 0
               OR WKS-RFC-LETRAS IS NOT ALPHABETIC-UPPER
               MOVE "N" TO WKS-RFC-VALIDO
               MOVE "LETRAS INVALIDAS" TO WKS-RFC-MOTIVO
           ELSE
               IF WKS-RFC-FECHA IS NOT NUMERIC
                   MOVE "N" TO WKS-RFC-VALIDO
                   MOVE "FECHA INVALIDA" TO WKS-RFC-MOTIVO
               ELSE
                   IF WKS-RFC-MM-NUM < 1 OR WKS-RFC-MM-NUM > 12
                       OR WKS-RFC-DD-NUM < 1 OR WKS-RFC-DD-NUM > 31
                       MOVE "N" TO WKS-RFC-VALIDO
                       MOVE "FECHA INVALIDA" TO WKS-RFC-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WKS-RFC-VALIDO = "S"
               MOVE 0 TO WKS-RFC-ESPACIOS
               INSPECT WKS-RFC-HOMOCLAVE TALLYING WKS-RFC-ESPACIOS
                   FOR ALL SPACE
               IF WKS-RFC-ESPACIOS > 0
                   MOVE "N" TO WKS-RFC-VALIDO
                   MOVE "HOMOCLAVE INVALIDA" TO WKS-RFC-MOTIVO
               END-IF
           END-IF.

       3000-FIN.
           MOVE WKS-CONTADOR-FACTURAS TO WKS-FAC-COLA-REGISTROS.
           MOVE WKS-SUMA-BASE TO WKS-FAC-COLA-BASE.
           MOVE WKS-SUMA-IVA TO WKS-FAC-COLA-IVA.
           MOVE WKS-FAC-SUMA-TOTAL TO WKS-FAC-COLA-TOTAL.
           MOVE WKS-FAC-COLA TO REG-FACTURA.
           WRITE REG-FACTURA.
           MOVE WKS-CONTADOR-EXCEPCIONES TO WKS-FAC-COLA-REGISTROS.
           MOVE WKS-EXC-SUMA-BASE TO WKS-FAC-COLA-BASE.
           MOVE WKS-EXC-SUMA-IVA TO WKS-FAC-COLA-IVA.
           MOVE WKS-EXC-SUMA-TOTAL TO WKS-FAC-COLA-TOTAL.
           MOVE WKS-FAC-COLA TO REG-FACTURA-EXC.
           WRITE REG-FACTURA-EXC.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE REG-CLI.
           CLOSE TAR-CLI.
           CLOSE CAR-CLI.
           CLOSE SUS-CLI.
           CLOSE SAL-FAV.
           CLOSE PAG-APL.
           CLOSE FACTURAS.
           CLOSE FAC-EXC.
           DISPLAY "CLIENTES LEIDOS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "CARGOS GENERADOS: " WKS-CONTADOR-CARGOS.
           DISPLAY "CLIENTES NO ACTIVOS OMITIDOS: "
           DISPLAY "OMITIDOS SIN MESES POR COBRAR: "
               WKS-CONTADOR-SIN-MESES.
           DISPLAY "IMPORTE TOTAL CARGADO: " WKS-SUMA-CARGOS.
           DISPLAY "CARGOS ABONADOS CON SALDO A FAVOR: "
               WKS-CONTADOR-CON-SALDO.
           DISPLAY "SALDO A FAVOR APLICADO: " WKS-SUMA-SALDO-APLICADO.
           DISPLAY "BASE FACTURADA: " WKS-SUMA-BASE
               " IVA: " WKS-SUMA-IVA.
           DISPLAY "CARGOS AL EXTRACTO DE FACTURACION: "
               WKS-CONTADOR-FACTURAS " EN facturas.txt".
           DISPLAY "CARGOS CON RFC INVALIDO (PUBLICO EN GENERAL): "
               WKS-CONTADOR-EXCEPCIONES " EN facturas_exc.txt".
           DISPLAY "*****GENERACION DE CARGOS TERMINADA*****".

       9800-REGISTRO-CONTROL.
