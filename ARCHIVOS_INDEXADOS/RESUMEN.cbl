                   15 WKS-FACT-IMPORTE PIC 9(9).
                   15 WKS-FACT-PAGADO PIC 9(9).

      * RECARGOS MORATORIOS GENERADOS EN EL MES, APARTE DE LA
      * FACTURACION DE ANUALIDADES DE CADA TARJETA.
       01 WKS-TABLA-RECARGOS.
           05 WKS-REC-PERIODO OCCURS 2 TIMES.
               10 WKS-REC-CARGOS PIC 9(5).
               10 WKS-REC-IMPORTE PIC 9(9).
               10 WKS-REC-PAGADO PIC 9(9).

      * CARGOS CASTIGADOS COMO INCOBRABLES EN EL MES (POR LA FECHA
      * DEL CASTIGO), CON EL SALDO QUE SE DIO POR PERDIDO.
       01 WKS-TABLA-CASTIGOS.
           05 WKS-CAS-PERIODO OCCURS 2 TIMES.
               10 WKS-CAS-CARGOS PIC 9(5).
               10 WKS-CAS-SALDO PIC 9(9).

      * MOVIMIENTOS DE CLIENTES DEL MES Y DEL MES ANTERIOR.
       01 WKS-TABLA-MOVIMIENTOS.
           05 WKS-MOV-PERIODO OCCURS 2 TIMES.
           05 FILLER PIC X(7) VALUE " CARGOS".
           05 WKS-FAC-CARGOS PIC Z(4)9.

       01 WKS-LINEA-RECARGO.
           05 FILLER PIC X(9) VALUE "RECARGOS ".
           05 FILLER PIC X(6) VALUE " FACT:".
           05 WKS-RFA-IMPORTE PIC Z(8)9.
           05 FILLER PIC X(6) VALUE " COBR:".
           05 WKS-RFA-PAGADO PIC Z(8)9.
           05 FILLER PIC X(6) VALUE " TASA:".
           05 WKS-RFA-TASA PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(7) VALUE " CARGOS".
           05 WKS-RFA-CARGOS PIC Z(4)9.

       01 WKS-LINEA-CASTIGO.
           05 FILLER PIC X(9) VALUE "CASTIGOS ".
           05 FILLER PIC X(6) VALUE " SALD:".
           05 WKS-CFA-SALDO PIC Z(8)9.
           05 FILLER PIC X(7) VALUE " CARGOS".
           05 WKS-CFA-CARGOS PIC Z(4)9.

       01 WKS-LINEA-MOV.
           05 WKS-MOV-TEXTO PIC X(16).
           05 FILLER PIC X(8) VALUE " ACTUAL:".
               "  COMPARATIVO: " WKS-MES-ANTERIOR.

           MOVE ZEROES TO WKS-TABLA-FACTURACION.
           MOVE ZEROES TO WKS-TABLA-RECARGOS.
           MOVE ZEROES TO WKS-TABLA-CASTIGOS.
           MOVE ZEROES TO WKS-TABLA-MOVIMIENTOS.
           MOVE WKS-MES-CONSULTA TO WKS-TIT-MES.
           OPEN INPUT CAR-CLI.
               MOVE 2 TO WKS-PERIODO
           END-IF.

           IF WKS-PERIODO NOT = 0 AND CARGO-TIPO-CARGO = "R"
               ADD 1 TO WKS-REC-CARGOS(WKS-PERIODO)
               ADD CARGO-IMPORTE TO WKS-REC-IMPORTE(WKS-PERIODO)
               ADD CARGO-IMPORTE-PAGADO TO WKS-REC-PAGADO(WKS-PERIODO)
               MOVE 0 TO WKS-PERIODO
           END-IF.

           IF WKS-PERIODO NOT = 0
               MOVE CARGO-CLAVE-TARJETA TO WKS-CLAVE
               IF WKS-CLAVE = 0
               ADD CARGO-IMPORTE-PAGADO
                   TO WKS-FACT-PAGADO(WKS-PERIODO, WKS-CLAVE)
           END-IF.
           IF CARGO-ESTATUS = "CASTIGADO"
               PERFORM 2150-CLASIFICAR-CASTIGO
           END-IF.

      * EL CASTIGO CUENTA EN EL MES EN QUE SE HIZO, NO EN EL DE LA
      * FACTURACION; LOS CARGOS ANTERIORES AL CAMPO TRAEN ESPACIOS.
       2150-CLASIFICAR-CASTIGO.
           MOVE 0 TO WKS-PERIODO.
           IF CARGO-FECHA-AJUSTE IS NUMERIC
               COMPUTE WKS-MES-CARGO = CARGO-FECHA-AJUSTE / 100
               IF WKS-MES-CARGO = WKS-MES-CONSULTA
                   MOVE 1 TO WKS-PERIODO
               END-IF
               IF WKS-MES-CARGO = WKS-MES-ANTERIOR
                   MOVE 2 TO WKS-PERIODO
               END-IF
           END-IF.
           IF WKS-PERIODO NOT = 0
               AND CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               ADD 1 TO WKS-CAS-CARGOS(WKS-PERIODO)
               COMPUTE WKS-CAS-SALDO(WKS-PERIODO) =
                   WKS-CAS-SALDO(WKS-PERIODO)
                   + CARGO-IMPORTE - CARGO-IMPORTE-PAGADO
           END-IF.

      *****MOVIMIENTOS DE CLIENTES DEL MES*********************
       3000-ACUMULAR-BITACORA.
           PERFORM 9100-RENGLON-FACTURACION
               VARYING WKS-CLAVE FROM 1 BY 1
               UNTIL WKS-CLAVE > 9.
           PERFORM 9150-RENGLON-RECARGOS.
           PERFORM 9160-RENGLON-CASTIGOS.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           PERFORM 9100-RENGLON-FACTURACION
               VARYING WKS-CLAVE FROM 1 BY 1
               UNTIL WKS-CLAVE > 9.
           PERFORM 9150-RENGLON-RECARGOS.
           PERFORM 9160-RENGLON-CASTIGOS.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.

       9150-RENGLON-RECARGOS.
           IF WKS-REC-CARGOS(WKS-PERIODO) > 0
               MOVE WKS-REC-IMPORTE(WKS-PERIODO) TO WKS-RFA-IMPORTE
               MOVE WKS-REC-PAGADO(WKS-PERIODO) TO WKS-RFA-PAGADO
               MOVE WKS-REC-CARGOS(WKS-PERIODO) TO WKS-RFA-CARGOS
               MOVE 0 TO WKS-TASA-COBRO
               IF WKS-REC-IMPORTE(WKS-PERIODO) > 0
                   COMPUTE WKS-TASA-COBRO ROUNDED =
                       WKS-REC-PAGADO(WKS-PERIODO) * 100
                       / WKS-REC-IMPORTE(WKS-PERIODO)
               END-IF
               MOVE WKS-TASA-COBRO TO WKS-RFA-TASA
               MOVE WKS-LINEA-RECARGO TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.

       9160-RENGLON-CASTIGOS.
           IF WKS-CAS-CARGOS(WKS-PERIODO) > 0
               MOVE WKS-CAS-SALDO(WKS-PERIODO) TO WKS-CFA-SALDO
               MOVE WKS-CAS-CARGOS(WKS-PERIODO) TO WKS-CFA-CARGOS
               MOVE WKS-LINEA-CASTIGO TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.

       9200-RENGLONES-MOVIMIENTOS.
           MOVE "ALTAS" TO WKS-MOV-TEXTO.
           MOVE WKS-MOV-ALTAS(1) TO WKS-MOV-ACTUAL.
