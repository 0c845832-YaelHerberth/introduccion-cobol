       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT OPTIONAL CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL TAR-CLI ASSIGN TO "tarjetas.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TAR-LLAVE.

           SELECT OPTIONAL PAGOS-PEND ASSIGN TO "pagos_pend.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FOLIO-CLI ASSIGN TO "folio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE ASSIGN TO "integra.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REG-CLI.
       01 REG-CLIENTES.
           COPY CPCLIREG.

       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD TAR-CLI.
       01 REG-TARJETA.
           COPY CPTARREG.

      * MISMO LAYOUT QUE EL SUSPENSO DE PAGOS.
       FD PAGOS-PEND.
       01 REG-PEND.
           02 PEND-TIPO PIC X(1).
           02 PEND-ID-CLIENTE PIC 9(7).
           02 PEND-CLAVE-TARJETA PIC 9(01).
           02 PEND-IMPORTE PIC 9(05).
           02 PEND-FECHA PIC 9(8).
           02 PEND-REFERENCIA PIC X(12).
           02 PEND-FECHA-ARCHIVO PIC 9(8).

       FD FOLIO-CLI.
       01 REG-FOLIO.
           COPY CPFOLIO.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
       01 WKS-FIN-MAESTRO PIC X(1) VALUE "N".
       01 WKS-FIN-CARGOS PIC X(1) VALUE "N".
       01 WKS-FIN-TARJETAS PIC X(1) VALUE "N".
       01 WKS-FIN-PEND PIC X(1) VALUE "N".
       01 WKS-HAY-FOLIO PIC X(1) VALUE "N".
       01 WKS-PROX-ID PIC 9(7) VALUE 1.
       01 WKS-ID-MAXIMO PIC 9(7) VALUE 0.
       01 WKS-ID-BUSCADO PIC 9(7) VALUE 0.
       01 WKS-CLIENTE-EXISTE PIC X(1) VALUE "N".
       01 WKS-NOMBRE-MAESTRO PIC X(20).
       01 WKS-ESTATUS-MAESTRO PIC X(1).
       01 WKS-CONTADOR-MAESTRO PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-CARGOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-TARJETAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-PEND PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONT-CARGO-HUERFANO PIC 9(7) VALUE 0.
       01 WKS-CONT-TARJETA-HUERFANA PIC 9(7) VALUE 0.
       01 WKS-CONT-NOMBRE-DIFERENTE PIC 9(7) VALUE 0.
       01 WKS-CONT-ACTIVA-CANCELADO PIC 9(7) VALUE 0.
       01 WKS-CONT-PEND-NO-EMITIDO PIC 9(7) VALUE 0.
       01 WKS-CONT-PEND-SIN-CLIENTE PIC 9(7) VALUE 0.
       01 WKS-CONT-FOLIO-ATRASADO PIC 9(7) VALUE 0.
       01 WKS-CONT-CRITICOS PIC 9(7) VALUE 0.
       01 WKS-CONT-AVISOS PIC 9(7) VALUE 0.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

      * CRITICO: CARGOS Y TARJETAS SIN CLIENTE EN EL MAESTRO; CON
      * ELLOS LA CORRIDA QUEDA EN ERROR Y CADENA NO FACTURA. AVISO:
      * LO DEMAS, QUE SE CORRIGE SIN DETENER LA CADENA.
       01 WKS-LINEA-DETALLE.
           05 WKS-DET-CATEGORIA PIC X(8).
           05 FILLER PIC X(4) VALUE "ID: ".
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WKS-DET-REFERENCIA PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WKS-DET-TEXTO PIC X(39).

       01 WKS-REF-CARGO.
           05 FILLER PIC X(3) VALUE "TJ ".
           05 WKS-REF-CAR-CLAVE PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WKS-REF-CAR-ANIO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WKS-REF-CAR-PERIODO PIC 9(6).

       01 WKS-REF-TARJETA.
           05 FILLER PIC X(3) VALUE "TJ ".
           05 WKS-REF-TAR-CLAVE PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WKS-REF-TAR-NOMBRE PIC X(8).

       01 WKS-REF-PEND.
           05 WKS-REF-PEN-TIPO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WKS-REF-PEN-REFERENCIA PIC X(12).

       01 WKS-LINEA-SECCION.
           05 FILLER PIC X(6) VALUE "*****".
           05 WKS-SEC-TEXTO PIC X(50).

       01 WKS-LINEA-RESUMEN.
           05 WKS-RES-TEXTO PIC X(38).
           05 WKS-RES-NUMERO PIC Z(6)9.

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
           PERFORM 2000-BARRER-MAESTRO UNTIL WKS-FIN-MAESTRO = "S".
           PERFORM 2500-REVISAR-FOLIO.
           PERFORM 3000-PREPARAR-CARGOS.
           PERFORM 3100-REVISAR-CARGOS UNTIL WKS-FIN-CARGOS = "S".
           PERFORM 4000-PREPARAR-TARJETAS.
           PERFORM 4100-REVISAR-TARJETAS UNTIL WKS-FIN-TARJETAS = "S".
           PERFORM 5000-PREPARAR-PENDIENTES.
           PERFORM 5100-REVISAR-PENDIENTES UNTIL WKS-FIN-PEND = "S".
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           DISPLAY "*****INTEGRIDAD DE ARCHIVOS CONTRA REG-CLI*****".
           OPEN INPUT REG-CLI.
           OPEN OUTPUT REPORTE.
           MOVE "*****INTEGRIDAD DE ARCHIVOS CONTRA REG-CLI*****"
               TO REG-REPORTE.
           WRITE REG-REPORTE.

           OPEN INPUT FOLIO-CLI.
           READ FOLIO-CLI
               AT END
                   MOVE "N" TO WKS-HAY-FOLIO
               NOT AT END
                   MOVE "S" TO WKS-HAY-FOLIO
                   MOVE FOLIO-PROX-ID TO WKS-PROX-ID
           END-READ.
           CLOSE FOLIO-CLI.

      *****PASO 1: MAESTRO*************************************
       2000-BARRER-MAESTRO.
           READ REG-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-MAESTRO
                   IF ID-CLIENTE-FILE > WKS-ID-MAXIMO
                       MOVE ID-CLIENTE-FILE TO WKS-ID-MAXIMO
                   END-IF
           END-READ.

      * LOS PROGRAMAS DE ALTA SALTAN UN FOLIO OCUPADO, DE MODO QUE
      * UN folio.txt ATRASADO NO DUPLICA IDS, PERO INDICA QUE EL
      * MAESTRO SE RECARGO O SE DIO DE ALTA POR FUERA DEL FOLIO.
       2500-REVISAR-FOLIO.
           MOVE "FOLIO DE CLIENTES" TO WKS-SEC-TEXTO.
           PERFORM 8100-ESCRIBIR-SECCION.
           IF WKS-HAY-FOLIO = "N"
               DISPLAY "NO EXISTE folio.txt, SE TOMA 0000001"
           END-IF.
           IF WKS-PROX-ID <= WKS-ID-MAXIMO
               ADD 1 TO WKS-CONT-FOLIO-ATRASADO
               MOVE "AVISO" TO WKS-DET-CATEGORIA
               MOVE WKS-ID-MAXIMO TO WKS-DET-ID
               MOVE "ID MAS ALTO" TO WKS-DET-REFERENCIA
               MOVE SPACES TO WKS-DET-TEXTO
               STRING "folio.txt VA EN " DELIMITED BY SIZE
                   WKS-PROX-ID DELIMITED BY SIZE
                   INTO WKS-DET-TEXTO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF.

      *****PASO 2: CARGOS**************************************
       3000-PREPARAR-CARGOS.
           MOVE "CARGOS (cargos.idx)" TO WKS-SEC-TEXTO.
           PERFORM 8100-ESCRIBIR-SECCION.
           MOVE 0 TO WKS-ID-BUSCADO.
           OPEN INPUT CAR-CLI.

       3100-REVISAR-CARGOS.
           READ CAR-CLI
               AT END
                   MOVE "S" TO WKS-FIN-CARGOS
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-CARGOS
                   PERFORM 3200-REVISAR-CARGO
           END-READ.

       3200-REVISAR-CARGO.
           IF CARGO-ID-CLIENTE NOT = WKS-ID-BUSCADO
               MOVE CARGO-ID-CLIENTE TO WKS-ID-BUSCADO
               PERFORM 7000-BUSCAR-CLIENTE
           END-IF.
           MOVE CARGO-ID-CLIENTE TO WKS-DET-ID.
           MOVE CARGO-CLAVE-TARJETA TO WKS-REF-CAR-CLAVE.
           MOVE CARGO-ANIO TO WKS-REF-CAR-ANIO.
           MOVE CARGO-PERIODO TO WKS-REF-CAR-PERIODO.
           MOVE WKS-REF-CARGO TO WKS-DET-REFERENCIA.
           IF WKS-CLIENTE-EXISTE = "N"
               ADD 1 TO WKS-CONT-CARGO-HUERFANO
               MOVE "CRITICO" TO WKS-DET-CATEGORIA
               MOVE "CARGO SIN CLIENTE EN EL MAESTRO"
                   TO WKS-DET-TEXTO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           ELSE
               IF CARGO-NOMBRE-CLIENTE NOT = WKS-NOMBRE-MAESTRO
                   ADD 1 TO WKS-CONT-NOMBRE-DIFERENTE
                   MOVE "AVISO" TO WKS-DET-CATEGORIA
                   MOVE "NOMBRE DEL CARGO NO ES EL DEL MAESTRO"
                       TO WKS-DET-TEXTO
                   PERFORM 8000-ESCRIBIR-EXCEPCION
               END-IF
           END-IF.

      *****PASO 3: TARJETAS************************************
       4000-PREPARAR-TARJETAS.
           CLOSE CAR-CLI.
           MOVE "TARJETAS (tarjetas.idx)" TO WKS-SEC-TEXTO.
           PERFORM 8100-ESCRIBIR-SECCION.
           MOVE 0 TO WKS-ID-BUSCADO.
           OPEN INPUT TAR-CLI.

       4100-REVISAR-TARJETAS.
           READ TAR-CLI
               AT END
                   MOVE "S" TO WKS-FIN-TARJETAS
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-TARJETAS
                   PERFORM 4200-REVISAR-TARJETA
           END-READ.

       4200-REVISAR-TARJETA.
           IF TAR-ID-CLIENTE NOT = WKS-ID-BUSCADO
               MOVE TAR-ID-CLIENTE TO WKS-ID-BUSCADO
               PERFORM 7000-BUSCAR-CLIENTE
           END-IF.
           MOVE TAR-ID-CLIENTE TO WKS-DET-ID.
           MOVE TAR-CLAVE-TARJETA TO WKS-REF-TAR-CLAVE.
           MOVE TAR-NOMBRE-TARJETA TO WKS-REF-TAR-NOMBRE.
           MOVE WKS-REF-TARJETA TO WKS-DET-REFERENCIA.
           IF WKS-CLIENTE-EXISTE = "N"
               ADD 1 TO WKS-CONT-TARJETA-HUERFANA
               MOVE "CRITICO" TO WKS-DET-CATEGORIA
               MOVE "TARJETA SIN CLIENTE EN EL MAESTRO"
                   TO WKS-DET-TEXTO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           ELSE
               IF WKS-ESTATUS-MAESTRO = "C"
                   AND TAR-ESTATUS NOT = "B"
                   ADD 1 TO WKS-CONT-ACTIVA-CANCELADO
                   MOVE "AVISO" TO WKS-DET-CATEGORIA
                   MOVE "TARJETA ACTIVA DE CLIENTE CANCELADO"
                       TO WKS-DET-TEXTO
                   PERFORM 8000-ESCRIBIR-EXCEPCION
               END-IF
           END-IF.

      *****PASO 4: PAGOS EN SUSPENSO***************************
       5000-PREPARAR-PENDIENTES.
           CLOSE TAR-CLI.
           MOVE "PAGOS EN SUSPENSO (pagos_pend.txt)" TO WKS-SEC-TEXTO.
           PERFORM 8100-ESCRIBIR-SECCION.
           OPEN INPUT PAGOS-PEND.

       5100-REVISAR-PENDIENTES.
           READ PAGOS-PEND
               AT END
                   MOVE "S" TO WKS-FIN-PEND
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-PEND
                   PERFORM 5200-REVISAR-PENDIENTE
           END-READ.

      * UN ID QUE folio.txt NUNCA HA DADO NO PUEDE TENER CARGO: EL
      * MOVIMIENTO SE CAPTURO MAL EN CAJA Y NUNCA SE VA A APLICAR.
       5200-REVISAR-PENDIENTE.
           MOVE PEND-ID-CLIENTE TO WKS-DET-ID.
           MOVE PEND-TIPO TO WKS-REF-PEN-TIPO.
           MOVE PEND-REFERENCIA TO WKS-REF-PEN-REFERENCIA.
           MOVE WKS-REF-PEND TO WKS-DET-REFERENCIA.
           MOVE "AVISO" TO WKS-DET-CATEGORIA.
           IF PEND-ID-CLIENTE = 0
               OR PEND-ID-CLIENTE >= WKS-PROX-ID
               ADD 1 TO WKS-CONT-PEND-NO-EMITIDO
               MOVE "ID NUNCA EMITIDO POR folio.txt"
                   TO WKS-DET-TEXTO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           ELSE
               MOVE PEND-ID-CLIENTE TO WKS-ID-BUSCADO
               PERFORM 7000-BUSCAR-CLIENTE
               IF WKS-CLIENTE-EXISTE = "N"
                   ADD 1 TO WKS-CONT-PEND-SIN-CLIENTE
                   MOVE "CLIENTE YA NO EXISTE EN EL MAESTRO"
                       TO WKS-DET-TEXTO
                   PERFORM 8000-ESCRIBIR-EXCEPCION
               END-IF
           END-IF.

      *****CONSULTA AL MAESTRO*********************************
      * LOS CARGOS Y LAS TARJETAS VIENEN POR CLIENTE: SOLO SE LEE
      * REG-CLI CUANDO CAMBIA EL ID.
       7000-BUSCAR-CLIENTE.
           MOVE WKS-ID-BUSCADO TO ID-CLIENTE-FILE.
           MOVE "S" TO WKS-CLIENTE-EXISTE.
           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   MOVE "N" TO WKS-CLIENTE-EXISTE
                   MOVE SPACES TO WKS-NOMBRE-MAESTRO
                   MOVE SPACE TO WKS-ESTATUS-MAESTRO
               NOT INVALID KEY
                   MOVE NOMBRE-CLIENTE-FILE TO WKS-NOMBRE-MAESTRO
                   MOVE ESTATUS-CLIENTE-FILE TO WKS-ESTATUS-MAESTRO
           END-READ.

       8000-ESCRIBIR-EXCEPCION.
           IF WKS-DET-CATEGORIA = "CRITICO"
               ADD 1 TO WKS-CONT-CRITICOS
           ELSE
               ADD 1 TO WKS-CONT-AVISOS
           END-IF.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           WRITE REG-REPORTE.
           DISPLAY WKS-LINEA-DETALLE.

       8100-ESCRIBIR-SECCION.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WKS-LINEA-SECCION TO REG-REPORTE.
           WRITE REG-REPORTE.

      *****RESUMEN Y CIERRE************************************
       9000-FIN.
           CLOSE PAGOS-PEND.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "RESUMEN DE INTEGRIDAD" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "CLIENTES EN MAESTRO:" TO WKS-RES-TEXTO.
           MOVE WKS-CONTADOR-MAESTRO TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "CARGOS REVISADOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONTADOR-CARGOS TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "TARJETAS REVISADAS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONTADOR-TARJETAS TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "PAGOS EN SUSPENSO REVISADOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONTADOR-PEND TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "CRITICO - CARGOS SIN CLIENTE:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-CARGO-HUERFANO TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "CRITICO - TARJETAS SIN CLIENTE:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-TARJETA-HUERFANA TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "AVISO - NOMBRE DE CARGO DIFERENTE:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-NOMBRE-DIFERENTE TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "AVISO - TARJETA ACTIVA DE CANCELADO:"
               TO WKS-RES-TEXTO.
           MOVE WKS-CONT-ACTIVA-CANCELADO TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "AVISO - SUSPENSO CON ID NO EMITIDO:"
               TO WKS-RES-TEXTO.
           MOVE WKS-CONT-PEND-NO-EMITIDO TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "AVISO - SUSPENSO SIN CLIENTE:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-PEND-SIN-CLIENTE TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "AVISO - FOLIO ATRASADO:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-FOLIO-ATRASADO TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "TOTAL CRITICOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-CRITICOS TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.
           MOVE "TOTAL AVISOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-AVISOS TO WKS-RES-NUMERO.
           PERFORM 9100-ESCRIBIR-RESUMEN.

           IF WKS-CONT-CRITICOS > 0
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               MOVE 8 TO RETURN-CODE
               MOVE "HAY HUERFANOS CRITICOS: NO SE DEBE FACTURAR"
                   TO REG-REPORTE
               WRITE REG-REPORTE
               DISPLAY "HAY HUERFANOS CRITICOS: NO SE DEBE FACTURAR"
           END-IF.

           ADD WKS-CONTADOR-MAESTRO WKS-CONTADOR-CARGOS
               WKS-CONTADOR-TARJETAS WKS-CONTADOR-PEND
               GIVING WKS-CONTADOR-LEIDOS.
           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE REG-CLI.
           CLOSE REPORTE.
           DISPLAY "REGISTROS REVISADOS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "CRITICOS: " WKS-CONT-CRITICOS
               " AVISOS: " WKS-CONT-AVISOS.
           DISPLAY "REPORTE GRABADO EN integra.rpt".
           DISPLAY "*****INTEGRIDAD TERMINADA*****".

       9100-ESCRIBIR-RESUMEN.
           MOVE WKS-LINEA-RESUMEN TO REG-REPORTE.
           WRITE REG-REPORTE.

       9800-REGISTRO-CONTROL.
           MOVE "INTEGRA" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           ADD WKS-CONT-CRITICOS WKS-CONT-AVISOS
               GIVING RUN-RECHAZADOS.
           IF RUN-RECHAZADOS > WKS-CONTADOR-LEIDOS
               MOVE 0 TO RUN-APLICADOS
           ELSE
               SUBTRACT RUN-RECHAZADOS FROM WKS-CONTADOR-LEIDOS
                   GIVING RUN-APLICADOS
           END-IF.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM INTEGRA.
