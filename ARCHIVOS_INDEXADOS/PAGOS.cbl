           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL PAG-APL ASSIGN TO "pagosapl.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAG-LLAVE.

           SELECT OPTIONAL SAL-FAV ASSIGN TO "saldofav.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SAF-LLAVE.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

            03 PAGO-COLA-REGISTROS PIC 9(7).
            03 PAGO-COLA-SUMA PIC 9(9).
            03 FILLER PIC X(5).
      * REFERENCIA DE CAJA DEL DEPOSITO (SOLO EN P Y D); VA AL FINAL
      * PARA QUE LOS ARCHIVOS SIN ELLA SE LEAN COMO ESPACIOS Y LA
      * VALIDACION DE LA COLA NO CAMBIE.
           02 PAGO-REFERENCIA PIC X(12).

      * SUSPENSO: PAGOS Y DEVOLUCIONES QUE LLEGARON SIN CARGO; SE
      * REINTENTAN AUTOMATICAMENTE EN LA SIGUIENTE CORRIDA EN LUGAR
           02 PEND-CLAVE-TARJETA PIC 9(01).
           02 PEND-IMPORTE PIC 9(05).
           02 PEND-FECHA PIC 9(8).
      * REFERENCIA DE CAJA Y FECHA DEL pagos.txt DEL QUE VINO EL
      * MOVIMIENTO, PARA QUE EL HISTORICO LAS CONSERVE CUANDO SE
      * APLIQUE EN UN REINTENTO.
           02 PEND-REFERENCIA PIC X(12).
           02 PEND-FECHA-ARCHIVO PIC 9(8).

       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD PAG-APL.
       01 REG-PAGO-APLICADO.
           COPY CPPAGREG.

       FD SAL-FAV.
       01 REG-SALDO-FAVOR.
           COPY CPSAFREG.

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".
       01 WKS-FECHA-ARCHIVO PIC 9(8) VALUE 0.
       01 WKS-FECHA-ARCHIVO-MOV PIC 9(8).
       01 WKS-ORIGEN-MOV PIC X(1).
       01 WKS-DESTINO-MOV PIC X(1).
       01 WKS-REDIRIGIDO PIC X(1).
       01 WKS-CONSECUTIVO PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-HISTORICO PIC 9(5) VALUE 0.
       01 WKS-SALDO-CARGO PIC 9(5).
       01 WKS-EXCEDENTE PIC 9(5).
       01 WKS-A-FAVOR PIC 9(5).
       01 WKS-SAF-EXISTE PIC X(1).
       01 WKS-CONTADOR-A-FAVOR PIC 9(5) VALUE 0.
       01 WKS-SUMA-A-FAVOR PIC 9(7) VALUE 0.
       01 WKS-SUMA-DEL-FAVOR PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-A-RECARGOS PIC 9(5) VALUE 0.
       01 WKS-SUMA-A-RECARGOS PIC 9(7) VALUE 0.

      * MOVIMIENTOS QUE SIGUEN SIN CARGO DESPUES DE ESTA CORRIDA;
      * AL FINAL SE AGREGAN A pagos_pend.txt. SI LA TABLA SE LLENA
               10 WKS-SUSP-CLAVE PIC 9(01).
               10 WKS-SUSP-IMPORTE PIC 9(05).
               10 WKS-SUSP-FECHA PIC 9(8).
               10 WKS-SUSP-REFERENCIA PIC X(12).
               10 WKS-SUSP-FECHA-ARCHIVO PIC 9(8).

      * SUSPENSO DE LA CORRIDA ANTERIOR, CARGADO COMPLETO ANTES DE
      * REINTENTAR PARA PODER VACIAR pagos_pend.txt Y QUE LOS
               10 WKS-RETRY-CLAVE PIC 9(01).
               10 WKS-RETRY-IMPORTE PIC 9(05).
               10 WKS-RETRY-FECHA PIC 9(8).
               10 WKS-RETRY-REFERENCIA PIC X(12).
               10 WKS-RETRY-FECHA-ARCHIVO PIC 9(8).

       01 Fecha-Actual.
           05 Año PIC 9(4).
           OPEN INPUT PAGOS-CAJA.
           OPEN INPUT PAGOS-PEND.
           OPEN I-O CAR-CLI.
           OPEN I-O PAG-APL.
           OPEN I-O SAL-FAV.

       1210-LEER-VALIDACION.
           READ PAGOS-CAJA
           EVALUATE PAGO-TIPO
               WHEN "H"
                   MOVE "S" TO WKS-HAY-ENCABEZADO
                   MOVE PAGO-ENC-FECHA TO WKS-FECHA-ARCHIVO
               WHEN "T"
                   MOVE "S" TO WKS-HAY-COLA
                   MOVE PAGO-COLA-REGISTROS TO WKS-COLA-REGISTROS
                   TO WKS-RETRY-CLAVE(WKS-TOT-RETRY)
               MOVE PEND-IMPORTE TO WKS-RETRY-IMPORTE(WKS-TOT-RETRY)
               MOVE PEND-FECHA TO WKS-RETRY-FECHA(WKS-TOT-RETRY)
               MOVE PEND-REFERENCIA
                   TO WKS-RETRY-REFERENCIA(WKS-TOT-RETRY)
               MOVE PEND-FECHA-ARCHIVO
                   TO WKS-RETRY-FECHA-ARCHIVO(WKS-TOT-RETRY)
           END-IF.

       1600-PREPARAR-REINTENTO.
           MOVE WKS-RETRY-IMPORTE(WKS-CONTADOR-RETRY)
               TO PAGO-IMPORTE.
           MOVE WKS-RETRY-FECHA(WKS-CONTADOR-RETRY) TO PAGO-FECHA.
           MOVE WKS-RETRY-REFERENCIA(WKS-CONTADOR-RETRY)
               TO PAGO-REFERENCIA.
           MOVE WKS-RETRY-FECHA-ARCHIVO(WKS-CONTADOR-RETRY)
               TO WKS-FECHA-ARCHIVO-MOV.
           MOVE "S" TO WKS-ORIGEN-MOV.
           PERFORM 2100-APLICAR-MOVIMIENTO.

       2000-PROCESO.
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   MOVE WKS-FECHA-ARCHIVO TO WKS-FECHA-ARCHIVO-MOV
                   MOVE "C" TO WKS-ORIGEN-MOV
                   PERFORM 2100-APLICAR-MOVIMIENTO
           END-READ.

           MOVE PAGO-ID-CLIENTE TO CARGO-ID-CLIENTE.
           MOVE PAGO-CLAVE-TARJETA TO CARGO-CLAVE-TARJETA.
           MOVE PAGO-FECHA-Y TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           MOVE "S" TO WKS-CARGO-EXISTE.
           MOVE "N" TO WKS-REDIRIGIDO.
           MOVE 0 TO WKS-A-FAVOR.

           READ CAR-CLI KEY IS CARGO-LLAVE
               INVALID KEY
           IF WKS-CARGO-EXISTE = "N"
               PERFORM 2180-BUSCAR-CICLO-ABIERTO
           ELSE
               IF PAGO-TIPO = "P"
                   AND (CARGO-ESTATUS = "PAGADO"
                       OR CARGO-ESTATUS = "CANCELADO")
                   PERFORM 2180-BUSCAR-CICLO-ABIERTO
               END-IF
           END-IF.
           IF WKS-CARGO-EXISTE = "N"
               ADD 1 TO WKS-CONTADOR-SIN-CARGO
               PERFORM 2400-MANDAR-A-SUSPENSO
               MOVE "S" TO WKS-DESTINO-MOV
               PERFORM 2500-GRABAR-HISTORICO
           ELSE
               IF PAGO-TIPO = "D"
                   PERFORM 2300-APLICAR-DEVOLUCION

      * RECORRIDO POR LLAVE ASCENDENTE: EL PRIMER CICLO PENDIENTE O
      * PARCIAL QUE APARECE ES EL MAS VIEJO DEL CLIENTE Y TARJETA.
      * LOS RECARGOS DE UN CICLO VIENEN JUSTO DESPUES DE SU
      * ANUALIDAD, ASI QUE UNA VEZ PAGADA ESTA EL ABONO SIGUIENTE
      * CAE EN EL RECARGO MAS VIEJO ANTES QUE EN EL CICLO NUEVO.
       2180-BUSCAR-CICLO-ABIERTO.
           MOVE "N" TO WKS-CARGO-EXISTE.
           MOVE "N" TO WKS-FIN-CICLOS.
           MOVE PAGO-ID-CLIENTE TO CARGO-ID-CLIENTE.
           MOVE PAGO-CLAVE-TARJETA TO CARGO-CLAVE-TARJETA.
           MOVE 0 TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           START CAR-CLI KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CICLOS
           PERFORM 2190-LEER-CICLO UNTIL WKS-FIN-CICLOS = "S".

           IF WKS-CARGO-EXISTE = "S"
               MOVE "S" TO WKS-REDIRIGIDO
               IF CARGO-TIPO-CARGO = "R"
                   DISPLAY "SE ABONA AL RECARGO " CARGO-PERIODO
                       " DEL CICLO " CARGO-ANIO
                       " DEL ID " CARGO-ID-CLIENTE
                       " TARJETA " CARGO-CLAVE-TARJETA
               ELSE
                   DISPLAY "SE ABONA AL CICLO " CARGO-ANIO
                       " DEL ID " CARGO-ID-CLIENTE
                       " TARJETA " CARGO-CLAVE-TARJETA
               END-IF
           END-IF.

       2190-LEER-CICLO.
                   END-IF
           END-READ.

      * AL CARGO SOLO SE LE ABONA HASTA SU SALDO ABIERTO; EL
      * EXCEDENTE SE VA AL SALDO A FAVOR DEL CLIENTE Y TARJETA PARA
      * QUE CARGOS LO CONSUMA AL GENERAR EL CICLO SIGUIENTE.
       2250-APLICAR-ABONO.
           MOVE 0 TO WKS-SALDO-CARGO.
           IF CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               SUBTRACT CARGO-IMPORTE-PAGADO FROM CARGO-IMPORTE
                   GIVING WKS-SALDO-CARGO
           END-IF.
           IF PAGO-IMPORTE > WKS-SALDO-CARGO
               SUBTRACT WKS-SALDO-CARGO FROM PAGO-IMPORTE
                   GIVING WKS-A-FAVOR
               ADD WKS-SALDO-CARGO TO CARGO-IMPORTE-PAGADO
           ELSE
               ADD PAGO-IMPORTE TO CARGO-IMPORTE-PAGADO
           END-IF.
           PERFORM 2200-MARCAR-ESTATUS.
           REWRITE REG-CARGOS
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-APLICADOS
                   ADD PAGO-IMPORTE TO WKS-SUMA-APLICADA
                   IF CARGO-TIPO-CARGO = "R"
                       ADD 1 TO WKS-CONTADOR-A-RECARGOS
                       SUBTRACT WKS-A-FAVOR FROM PAGO-IMPORTE
                           GIVING WKS-SALDO-CARGO
                       ADD WKS-SALDO-CARGO TO WKS-SUMA-A-RECARGOS
                   END-IF
                   IF WKS-A-FAVOR > 0
                       PERFORM 2260-ABONAR-SALDO-FAVOR
                   END-IF
                   MOVE "A" TO WKS-DESTINO-MOV
                   PERFORM 2500-GRABAR-HISTORICO
           END-REWRITE.

       2260-ABONAR-SALDO-FAVOR.
           PERFORM 2350-LEER-SALDO-FAVOR.
           IF WKS-SAF-EXISTE = "N"
               MOVE PAGO-ID-CLIENTE TO SAF-ID-CLIENTE
               MOVE PAGO-CLAVE-TARJETA TO SAF-CLAVE-TARJETA
               MOVE 0 TO SAF-IMPORTE
               MOVE 0 TO SAF-TOTAL-ABONADO
               MOVE 0 TO SAF-TOTAL-APLICADO
               MOVE WKS-FECHA-INICIO TO SAF-FECHA-ALTA
           END-IF.
           ADD WKS-A-FAVOR TO SAF-IMPORTE.
           ADD WKS-A-FAVOR TO SAF-TOTAL-ABONADO.
           MOVE WKS-FECHA-INICIO TO SAF-FECHA-ULT-MOV.
           MOVE "PAGOS" TO SAF-PROGRAMA-ULT-MOV.
           IF WKS-SAF-EXISTE = "N"
               WRITE REG-SALDO-FAVOR
                   INVALID KEY
                       PERFORM 2390-ERROR-SALDO-FAVOR
               END-WRITE
           ELSE
               REWRITE REG-SALDO-FAVOR
                   INVALID KEY
                       PERFORM 2390-ERROR-SALDO-FAVOR
               END-REWRITE
           END-IF.
           ADD 1 TO WKS-CONTADOR-A-FAVOR.
           ADD WKS-A-FAVOR TO WKS-SUMA-A-FAVOR.
           DISPLAY "EXCEDENTE AL SALDO A FAVOR ID " PAGO-ID-CLIENTE
               " TARJETA " PAGO-CLAVE-TARJETA " IMPORTE " WKS-A-FAVOR.

      * DEVOLUCION: SE RESTA DEL IMPORTE PAGADO SIN DEJARLO
      * NEGATIVO Y SE REDERIVA EL ESTATUS DEL CARGO. LO QUE REBASA
      * EL PAGADO SE DESCUENTA DEL SALDO A FAVOR DE LA TARJETA, QUE
      * ES DONDE QUEDO EL EXCEDENTE DEL PAGO QUE REBOTO.
       2300-APLICAR-DEVOLUCION.
           IF PAGO-IMPORTE > CARGO-IMPORTE-PAGADO
               SUBTRACT CARGO-IMPORTE-PAGADO FROM PAGO-IMPORTE
                   GIVING WKS-EXCEDENTE
               MOVE 0 TO CARGO-IMPORTE-PAGADO
               PERFORM 2350-LEER-SALDO-FAVOR
               IF WKS-SAF-EXISTE = "S"
                   IF SAF-IMPORTE < WKS-EXCEDENTE
                       MOVE SAF-IMPORTE TO WKS-A-FAVOR
                   ELSE
                       MOVE WKS-EXCEDENTE TO WKS-A-FAVOR
                   END-IF
               END-IF
               IF WKS-A-FAVOR < WKS-EXCEDENTE
                   DISPLAY "DEVOLUCION MAYOR AL PAGADO, SE AJUSTA ID "
                       CARGO-ID-CLIENTE
               END-IF
           ELSE
               SUBTRACT PAGO-IMPORTE FROM CARGO-IMPORTE-PAGADO
           END-IF.
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-DEVOLUCIONES
                   ADD PAGO-IMPORTE TO WKS-SUMA-DEVUELTA
                   IF WKS-A-FAVOR > 0
                       PERFORM 2360-DESCONTAR-SALDO-FAVOR
                   END-IF
                   MOVE "A" TO WKS-DESTINO-MOV
                   PERFORM 2500-GRABAR-HISTORICO
           END-REWRITE.

       2350-LEER-SALDO-FAVOR.
           MOVE PAGO-ID-CLIENTE TO SAF-ID-CLIENTE.
           MOVE PAGO-CLAVE-TARJETA TO SAF-CLAVE-TARJETA.
           MOVE "S" TO WKS-SAF-EXISTE.
           READ SAL-FAV KEY IS SAF-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-SAF-EXISTE
           END-READ.

      * EL REGISTRO YA QUEDO LEIDO EN 2300 ANTES DE REGRABAR EL CARGO.
       2360-DESCONTAR-SALDO-FAVOR.
           SUBTRACT WKS-A-FAVOR FROM SAF-IMPORTE.
           SUBTRACT WKS-A-FAVOR FROM SAF-TOTAL-ABONADO.
           MOVE WKS-FECHA-INICIO TO SAF-FECHA-ULT-MOV.
           MOVE "PAGOS" TO SAF-PROGRAMA-ULT-MOV.
           REWRITE REG-SALDO-FAVOR
               INVALID KEY
                   PERFORM 2390-ERROR-SALDO-FAVOR
           END-REWRITE.
           ADD WKS-A-FAVOR TO WKS-SUMA-DEL-FAVOR.
           DISPLAY "DEVOLUCION DESCONTADA DEL SALDO A FAVOR ID "
               PAGO-ID-CLIENTE " IMPORTE " WKS-A-FAVOR.

       2390-ERROR-SALDO-FAVOR.
           DISPLAY "ERROR AL ACTUALIZAR SALDO A FAVOR ID "
               SAF-ID-CLIENTE " TARJETA " SAF-CLAVE-TARJETA.
           MOVE "ERROR" TO WKS-ESTADO-CORRIDA.

       2400-MANDAR-A-SUSPENSO.
           IF WKS-TOT-SUSP >= 200
               PERFORM 2450-SUSPENSO-DIRECTO
                   TO WKS-SUSP-CLAVE(WKS-TOT-SUSP)
               MOVE PAGO-IMPORTE TO WKS-SUSP-IMPORTE(WKS-TOT-SUSP)
               MOVE PAGO-FECHA TO WKS-SUSP-FECHA(WKS-TOT-SUSP)
               MOVE PAGO-REFERENCIA
                   TO WKS-SUSP-REFERENCIA(WKS-TOT-SUSP)
               MOVE WKS-FECHA-ARCHIVO-MOV
                   TO WKS-SUSP-FECHA-ARCHIVO(WKS-TOT-SUSP)
               DISPLAY "SIN CARGO, VA AL SUSPENSO ID "
                   PAGO-ID-CLIENTE " TARJETA " PAGO-CLAVE-TARJETA
           END-IF.
           MOVE PAGO-CLAVE-TARJETA TO PEND-CLAVE-TARJETA.
           MOVE PAGO-IMPORTE TO PEND-IMPORTE.
           MOVE PAGO-FECHA TO PEND-FECHA.
           MOVE PAGO-REFERENCIA TO PEND-REFERENCIA.
           MOVE WKS-FECHA-ARCHIVO-MOV TO PEND-FECHA-ARCHIVO.
           OPEN EXTEND PAGOS-PEND.
           WRITE REG-PEND.
           CLOSE PAGOS-PEND.
           DISPLAY "SUSPENSO LLENO, SE AGREGA DIRECTO ID "
               PAGO-ID-CLIENTE " IMPORTE " PAGO-IMPORTE.

      *****HISTORICO DE PAGOS**********************************
      * UN REGISTRO POR MOVIMIENTO APLICADO O MANDADO AL SUSPENSO;
      * APLICADO, LA LLAVE ES LA DEL CARGO DONDE CAYO (YA LEIDO Y
      * REGRABADO); AL SUSPENSO, LA DEL CICLO DE LA FECHA VALOR.
       2500-GRABAR-HISTORICO.
           ADD 1 TO WKS-CONSECUTIVO.
           MOVE PAGO-ID-CLIENTE TO PAG-ID-CLIENTE.
           MOVE PAGO-CLAVE-TARJETA TO PAG-CLAVE-TARJETA.
           IF WKS-DESTINO-MOV = "A"
               MOVE CARGO-ANIO TO PAG-ANIO
               MOVE CARGO-PERIODO TO PAG-PERIODO-CARGO
               MOVE CARGO-IMPORTE-PAGADO TO PAG-PAGADO-DESPUES
               MOVE CARGO-ESTATUS TO PAG-ESTATUS-CARGO
           ELSE
               MOVE PAGO-FECHA-Y TO PAG-ANIO
               MOVE 0 TO PAG-PERIODO-CARGO
               MOVE 0 TO PAG-PAGADO-DESPUES
               MOVE "SUSPENSO" TO PAG-ESTATUS-CARGO
           END-IF.
           MOVE WKS-FECHA-INICIO TO PAG-FECHA-APLICACION.
           MOVE WKS-HORA-INICIO TO PAG-HORA-APLICACION.
           MOVE WKS-CONSECUTIVO TO PAG-CONSECUTIVO.
           MOVE PAGO-TIPO TO PAG-TIPO.
           MOVE WKS-ORIGEN-MOV TO PAG-ORIGEN.
           MOVE WKS-DESTINO-MOV TO PAG-DESTINO.
           MOVE PAGO-REFERENCIA TO PAG-REFERENCIA.
           MOVE WKS-FECHA-ARCHIVO-MOV TO PAG-FECHA-ARCHIVO.
           MOVE PAGO-FECHA TO PAG-FECHA-VALOR.
           MOVE PAGO-IMPORTE TO PAG-IMPORTE.
           MOVE PAGO-FECHA-Y TO PAG-ANIO-SOLICITADO.
           MOVE WKS-REDIRIGIDO TO PAG-REDIRIGIDO.
           MOVE "PAGOS" TO PAG-PROGRAMA.
           MOVE WKS-A-FAVOR TO PAG-IMPORTE-A-FAVOR.
           WRITE REG-PAGO-APLICADO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR HISTORICO DE PAGOS ID "
                       PAG-ID-CLIENTE
                   MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-HISTORICO
           END-WRITE.

      * UN CARGO CANCELADO POR AJUSTE NO SE REABRE; UNO CASTIGADO
      * SIGUE CASTIGADO CON LO QUE SE RECUPERE HASTA QUE SE PAGUE
      * COMPLETO.
       2200-MARCAR-ESTATUS.
           EVALUATE TRUE
               WHEN CARGO-ESTATUS = "CANCELADO"
                   CONTINUE
               WHEN CARGO-IMPORTE-PAGADO >= CARGO-IMPORTE
                   MOVE "PAGADO" TO CARGO-ESTATUS
               WHEN CARGO-ESTATUS = "CASTIGADO"
                   CONTINUE
               WHEN CARGO-IMPORTE-PAGADO > 0
                   MOVE "PARCIAL" TO CARGO-ESTATUS
               WHEN OTHER
                   MOVE "PENDIENTE" TO CARGO-ESTATUS
           END-EVALUATE.

       3000-FIN.
           PERFORM 3100-REGRABAR-SUSPENSO.
           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE PAGOS-CAJA.
           CLOSE CAR-CLI.
           CLOSE PAG-APL.
           CLOSE SAL-FAV.
           DISPLAY "PAGOS LEIDOS: " WKS-CONTADOR-PAGOS.
           DISPLAY "REINTENTOS DEL SUSPENSO: "
               WKS-CONTADOR-REINTENTOS.
           DISPLAY "QUEDAN EN SUSPENSO: " WKS-TOT-SUSP.
           DISPLAY "AGREGADOS DIRECTO AL SUSPENSO: "
               WKS-CONT-SUSP-DIRECTO.
           DISPLAY "EXCEDENTES AL SALDO A FAVOR: "
               WKS-CONTADOR-A-FAVOR " IMPORTE " WKS-SUMA-A-FAVOR.
           DISPLAY "DEVUELTO DEL SALDO A FAVOR: " WKS-SUMA-DEL-FAVOR.
           DISPLAY "ABONOS A RECARGOS MORATORIOS: "
               WKS-CONTADOR-A-RECARGOS " IMPORTE " WKS-SUMA-A-RECARGOS.
           DISPLAY "REGISTROS AL HISTORICO DE PAGOS: "
               WKS-CONTADOR-HISTORICO.
           DISPLAY "*****APLICACION DE PAGOS TERMINADA*****".

      * EN EXTEND: EL ARCHIVO YA SE VACIO TRAS EL REINTENTO Y PUEDE
               TO PEND-CLAVE-TARJETA.
           MOVE WKS-SUSP-IMPORTE(WKS-CONTADOR-SUSP) TO PEND-IMPORTE.
           MOVE WKS-SUSP-FECHA(WKS-CONTADOR-SUSP) TO PEND-FECHA.
           MOVE WKS-SUSP-REFERENCIA(WKS-CONTADOR-SUSP)
               TO PEND-REFERENCIA.
           MOVE WKS-SUSP-FECHA-ARCHIVO(WKS-CONTADOR-SUSP)
               TO PEND-FECHA-ARCHIVO.
           WRITE REG-PEND.
           ADD 1 TO WKS-CONTADOR-SUSP.

