       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPOSIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPUESTA ASSIGN TO "reposicion_resp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TAR-CLI ASSIGN TO "tarjetas.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-LLAVE.

           SELECT REPORTE ASSIGN TO "resposic.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * RESPUESTA DEL EMBOZADOR A reposicion.txt: H ENCABEZADO, D UNA
      * TARJETA (E=EMBOZADA CON EL NUMERO ENMASCARADO Y VENCIMIENTO
      * AAAAMM DEL PLASTICO NUEVO, R=RECHAZADA CON SU MOTIVO), T COLA
      * CON CONTEO Y SUMA DE IDS. UN ARCHIVO CUYA COLA NO CUADRA SE
      * RECHAZA COMPLETO, COMO pagos.txt.
       FD RESPUESTA.
       01 REG-RESPUESTA.
           02 RSP-TIPO PIC X(1).
           02 RSP-DATOS PIC X(51).
           02 RSP-DETALLE REDEFINES RSP-DATOS.
            03 RSP-ID-CLIENTE PIC 9(7).
            03 RSP-CLAVE-TARJETA PIC 9(1).
            03 RSP-RESULTADO PIC X(1).
            03 RSP-NUMERO PIC X(16).
            03 RSP-VENCE.
             04 RSP-VENCE-Y PIC 9(4).
             04 RSP-VENCE-M PIC 99.
            03 RSP-MOTIVO PIC X(20).
           02 RSP-ENCABEZADO REDEFINES RSP-DATOS.
            03 RSP-ENC-FECHA PIC 9(8).
            03 FILLER PIC X(43).
           02 RSP-COLA REDEFINES RSP-DATOS.
            03 RSP-COLA-REGISTROS PIC 9(7).
            03 RSP-COLA-SUMA PIC 9(13).
            03 FILLER PIC X(31).

       FD TAR-CLI.
       01 REG-TARJETA.
           COPY CPTARREG.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-FIN-VALIDA PIC X(1) VALUE "N".
       01 WKS-FIN-TARJETAS PIC X(1) VALUE "N".
       01 WKS-HAY-ENCABEZADO PIC X(1) VALUE "N".
       01 WKS-HAY-COLA PIC X(1) VALUE "N".
       01 WKS-ARCHIVO-VALIDO PIC X(1) VALUE "S".
       01 WKS-TARJETA-EXISTE PIC X(1).
       01 WKS-VAL-REGISTROS PIC 9(7) VALUE 0.
       01 WKS-VAL-SUMA PIC 9(13) VALUE 0.
       01 WKS-COLA-REGISTROS PIC 9(7) VALUE 0.
       01 WKS-COLA-SUMA PIC 9(13) VALUE 0.
       01 WKS-FECHA-RESPUESTA PIC 9(8) VALUE 0.
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-EMBOZADAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-RECHAZADAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-INCONSIST PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-SIN-RESP PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(33)
               VALUE "RESPUESTA DEL EMBOZADOR ARCHIVO ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "ID       ".
           05 FILLER PIC X(3) VALUE "TJ ".
           05 FILLER PIC X(17) VALUE "NUMERO           ".
           05 FILLER PIC X(7) VALUE "VENCE  ".
           05 FILLER PIC X(13) VALUE "RESULTADO    ".
           05 FILLER PIC X(20) VALUE "MOTIVO".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-CLAVE PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-NUMERO PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-VENCE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-RESULTADO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-MOTIVO PIC X(28).

       01 WKS-LINEA-TOTAL.
           05 WKS-TOT-TEXTO PIC X(32).
           05 WKS-TOT-NUMERO PIC Z(8)9.

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
           PERFORM 2000-PROCESO UNTIL WKS-FIN = "S".
           PERFORM 3000-PREPARAR-BARRIDO.
           PERFORM 3100-REVISAR-TARJETA UNTIL WKS-FIN-TARJETAS = "S".
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           DISPLAY "*****RESPUESTA DEL EMBOZADOR*****".

           PERFORM 1100-VALIDAR-ARCHIVO.

           MOVE WKS-FECHA-RESPUESTA TO WKS-TIT-FECHA.
           OPEN INPUT RESPUESTA.
           OPEN I-O TAR-CLI.
           OPEN OUTPUT REPORTE.

      *****VALIDACION DE CIFRAS DE CONTROL*********************
       1100-VALIDAR-ARCHIVO.
           OPEN INPUT RESPUESTA.
           PERFORM 1110-LEER-VALIDACION UNTIL WKS-FIN-VALIDA = "S".
           CLOSE RESPUESTA.

           IF WKS-HAY-ENCABEZADO = "N"
               DISPLAY "reposicion_resp.txt SIN ENCABEZADO"
               MOVE "N" TO WKS-ARCHIVO-VALIDO
           END-IF.
           IF WKS-HAY-COLA = "N"
               DISPLAY "reposicion_resp.txt SIN REGISTRO DE COLA"
               MOVE "N" TO WKS-ARCHIVO-VALIDO
           ELSE
               IF WKS-VAL-REGISTROS NOT = WKS-COLA-REGISTROS
                   OR WKS-VAL-SUMA NOT = WKS-COLA-SUMA
                   DISPLAY "CIFRAS DE CONTROL NO CUADRAN"
                   DISPLAY "COLA: " WKS-COLA-REGISTROS
                       " SUMA " WKS-COLA-SUMA
                   DISPLAY "ARCHIVO: " WKS-VAL-REGISTROS
                       " SUMA " WKS-VAL-SUMA
                   MOVE "N" TO WKS-ARCHIVO-VALIDO
               END-IF
           END-IF.

           IF WKS-ARCHIVO-VALIDO = "N"
               DISPLAY "*************************************"
               DISPLAY "* RESPUESTA DEL EMBOZADOR RECHAZADA *"
               DISPLAY "* NO SE ACTUALIZO NINGUNA TARJETA   *"
               DISPLAY "* PIDE EL REENVIO DEL ARCHIVO       *"
               DISPLAY "*************************************"
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               PERFORM 9800-REGISTRO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-LEER-VALIDACION.
           READ RESPUESTA
               AT END
                   MOVE "S" TO WKS-FIN-VALIDA
               NOT AT END
                   PERFORM 1120-ACUMULAR-VALIDACION
           END-READ.

       1120-ACUMULAR-VALIDACION.
           EVALUATE RSP-TIPO
               WHEN "H"
                   MOVE "S" TO WKS-HAY-ENCABEZADO
                   MOVE RSP-ENC-FECHA TO WKS-FECHA-RESPUESTA
               WHEN "T"
                   MOVE "S" TO WKS-HAY-COLA
                   MOVE RSP-COLA-REGISTROS TO WKS-COLA-REGISTROS
                   MOVE RSP-COLA-SUMA TO WKS-COLA-SUMA
               WHEN "D"
                   ADD 1 TO WKS-VAL-REGISTROS
                   ADD RSP-ID-CLIENTE TO WKS-VAL-SUMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****APLICACION DE LA RESPUESTA**************************
       2000-PROCESO.
           READ RESPUESTA
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   IF RSP-TIPO = "D"
                       ADD 1 TO WKS-CONTADOR-LEIDOS
                       PERFORM 2100-APLICAR-RESPUESTA
                   END-IF
           END-READ.

      * SOLO SE ACEPTA RESPUESTA PARA UNA TARJETA QUE REPOSIC MANDO
      * (PLASTICO EN R); LO DEMAS SE LISTA COMO INCONSISTENCIA Y LA
      * TARJETA NO SE TOCA.
       2100-APLICAR-RESPUESTA.
           MOVE RSP-ID-CLIENTE TO WKS-DET-ID.
           MOVE RSP-CLAVE-TARJETA TO WKS-DET-CLAVE.
           MOVE RSP-NUMERO TO WKS-DET-NUMERO.
           MOVE RSP-VENCE TO WKS-DET-VENCE.
           MOVE RSP-MOTIVO TO WKS-DET-MOTIVO.

           MOVE RSP-ID-CLIENTE TO TAR-ID-CLIENTE.
           MOVE RSP-CLAVE-TARJETA TO TAR-CLAVE-TARJETA.
           MOVE "S" TO WKS-TARJETA-EXISTE.
           READ TAR-CLI KEY IS TAR-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-TARJETA-EXISTE
           END-READ.

           EVALUATE TRUE
               WHEN WKS-TARJETA-EXISTE = "N"
                   MOVE "TARJETA NO EXISTE" TO WKS-DET-MOTIVO
                   PERFORM 2400-INCONSISTENCIA
               WHEN TAR-ESTATUS-PLASTICO NOT = "R"
                   MOVE "NO ESTABA EN REPOSICION" TO WKS-DET-MOTIVO
                   PERFORM 2400-INCONSISTENCIA
               WHEN RSP-RESULTADO = "E"
                   PERFORM 2200-MARCAR-EMBOZADA
               WHEN RSP-RESULTADO = "R"
                   PERFORM 2300-MARCAR-RECHAZADA
               WHEN OTHER
                   MOVE "RESULTADO INVALIDO" TO WKS-DET-MOTIVO
                   PERFORM 2400-INCONSISTENCIA
           END-EVALUATE.

       2200-MARCAR-EMBOZADA.
           IF RSP-VENCE IS NOT NUMERIC
               OR RSP-VENCE-M < 1 OR RSP-VENCE-M > 12
               OR RSP-NUMERO = SPACES
               MOVE "NUMERO O VENCIMIENTO INVALIDO" TO WKS-DET-MOTIVO
               PERFORM 2400-INCONSISTENCIA
           ELSE
               MOVE RSP-NUMERO TO TAR-NUMERO-ENMASCARADO
               MOVE RSP-VENCE-Y TO TAR-VENCE-Y
               MOVE RSP-VENCE-M TO TAR-VENCE-M
               MOVE "E" TO TAR-ESTATUS-PLASTICO
               MOVE WKS-FECHA-INICIO TO TAR-FECHA-PLASTICO
               MOVE SPACES TO TAR-MOTIVO-PLASTICO
               REWRITE REG-TARJETA
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR TARJETA DEL "
                           "CLIENTE " TAR-ID-CLIENTE
                       MOVE "ERROR" TO WKS-ESTADO-CORRIDA
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONTADOR-EMBOZADAS
                       MOVE "EMBOZADA" TO WKS-DET-RESULTADO
                       MOVE SPACES TO WKS-DET-MOTIVO
                       PERFORM 8200-ESCRIBIR-DETALLE
               END-REWRITE
           END-IF.

      * EL NUMERO Y VENCIMIENTO ANTERIORES SE CONSERVAN: LA TARJETA
      * SIGUE CON SU PLASTICO Y REPOSIC LA VUELVE A MANDAR EN SU
      * SIGUIENTE CORRIDA SI SIGUE DENTRO DE LA VENTANA.
       2300-MARCAR-RECHAZADA.
           MOVE "X" TO TAR-ESTATUS-PLASTICO.
           MOVE WKS-FECHA-INICIO TO TAR-FECHA-PLASTICO.
           MOVE RSP-MOTIVO TO TAR-MOTIVO-PLASTICO.
           REWRITE REG-TARJETA
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR TARJETA DEL "
                       "CLIENTE " TAR-ID-CLIENTE
                   MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-RECHAZADAS
                   MOVE "RECHAZADA" TO WKS-DET-RESULTADO
                   PERFORM 8200-ESCRIBIR-DETALLE
           END-REWRITE.

       2400-INCONSISTENCIA.
           ADD 1 TO WKS-CONTADOR-INCONSIST.
           MOVE "NO APLICADA" TO WKS-DET-RESULTADO.
           PERFORM 8200-ESCRIBIR-DETALLE.

      *****TARJETAS QUE SIGUEN SIN RESPUESTA*******************
       3000-PREPARAR-BARRIDO.
           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "ENVIADAS AL EMBOZADOR Y SIN RESPUESTA" TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE 0 TO TAR-ID-CLIENTE.
           MOVE 0 TO TAR-CLAVE-TARJETA.
           START TAR-CLI KEY IS NOT LESS THAN TAR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-TARJETAS
           END-START.

       3100-REVISAR-TARJETA.
           READ TAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TARJETAS
               NOT AT END
                   IF TAR-ESTATUS-PLASTICO = "R"
                       PERFORM 3200-LISTAR-SIN-RESPUESTA
                   END-IF
           END-READ.

       3200-LISTAR-SIN-RESPUESTA.
           ADD 1 TO WKS-CONTADOR-SIN-RESP.
           MOVE TAR-ID-CLIENTE TO WKS-DET-ID.
           MOVE TAR-CLAVE-TARJETA TO WKS-DET-CLAVE.
           MOVE TAR-NUMERO-ENMASCARADO TO WKS-DET-NUMERO.
           MOVE TAR-FECHA-VENCE TO WKS-DET-VENCE.
           MOVE "SIN RESPUESTA" TO WKS-DET-RESULTADO.
           MOVE SPACES TO WKS-DET-MOTIVO.
           STRING "ENVIADA EL " TAR-FECHA-PLASTICO
               DELIMITED BY SIZE INTO WKS-DET-MOTIVO.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

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

       8200-ESCRIBIR-DETALLE.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9000-FIN.
           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "RESPUESTAS LEIDAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-LEIDOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "EMBOZADAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-EMBOZADAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "RECHAZADAS POR EL EMBOZADOR:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-RECHAZADAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "NO APLICADAS (INCONSISTENTES):" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-INCONSIST TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SIGUEN SIN RESPUESTA:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-SIN-RESP TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE RESPUESTA.
           CLOSE TAR-CLI.
           CLOSE REPORTE.
           DISPLAY "RESPUESTAS LEIDAS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "EMBOZADAS: " WKS-CONTADOR-EMBOZADAS.
           DISPLAY "RECHAZADAS: " WKS-CONTADOR-RECHAZADAS.
           DISPLAY "NO APLICADAS: " WKS-CONTADOR-INCONSIST.
           DISPLAY "SIN RESPUESTA: " WKS-CONTADOR-SIN-RESP.
           DISPLAY "REPORTE GRABADO EN resposic.rpt".
           DISPLAY "*****RESPUESTA DEL EMBOZADOR PROCESADA*****".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "RESPOSIC" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-EMBOZADAS TO RUN-APLICADOS.
           COMPUTE RUN-RECHAZADOS = WKS-CONTADOR-RECHAZADAS
               + WKS-CONTADOR-INCONSIST.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM RESPOSIC.
