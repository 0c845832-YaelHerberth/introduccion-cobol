       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUT-CLI ASSIGN TO "autoriza.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-LLAVE.

           SELECT OPTIONAL PAR-CLI ASSIGN TO "parametros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE ASSIGN TO "autoriza.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUT-CLI.
       01 REG-AUTORIZA.
           COPY CPAUTREG.

       FD PAR-CLI.
       01 REG-PARAMETRO.
           COPY CPPARREG.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
           COPY CPPARAM.

       01 WKS-FIN-AUTORIZA PIC X(1) VALUE "N".
       01 WKS-FIN-PARAMETROS PIC X(1) VALUE "N".
       01 WKS-CONTADOR-PARAM PIC 9(2).
       01 WKS-CLAVE-BUSCADA PIC X(08).
       01 WKS-PARAMETRO-VALIDO PIC X(1).
       01 WKS-MEJOR-VIGENCIA PIC 9(8).
       01 WKS-VALOR-PARAMETRO PIC 9(7)V99.
       01 WKS-DIAS-AUTORIZA PIC 9(3).
       01 WKS-DIA-EXPIRA PIC 9(7).
       01 WKS-FECHA-EXPIRA PIC 9(8).
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-PENDIENTES PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-EXPIRADAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-AUTORIZADAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-RECHAZADAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-VENCIDAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-ERRORES PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(33)
               VALUE "AUTORIZACIONES PENDIENTES AL DIA ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(12) VALUE "  AUTDIAS: ".
           05 WKS-TIT-DIAS PIC ZZ9.
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "SOLICITUD".
           05 FILLER PIC X(5) VALUE " TIPO".
           05 FILLER PIC X(9) VALUE " OPERADOR".
           05 FILLER PIC X(8) VALUE " CTE/CVE".
           05 FILLER PIC X(21) VALUE " NOMBRE".
           05 FILLER PIC X(6) VALUE "  IMPO".
           05 FILLER PIC X(9) VALUE " EXPIRA".
           05 FILLER PIC X(10) VALUE " ESTADO".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-FECHA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-TIPO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-OPERADOR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-IMPORTE PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-EXPIRA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-ESTADO PIC X(10).

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
           PERFORM 2000-PROCESO UNTIL WKS-FIN-AUTORIZA = "S".
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
      * CORRIDA DIARIA SOBRE LAS SOLICITUDES DE AUTORIZACION: LAS
      * QUE LLEVAN MAS DE AUTDIAS DIAS PENDIENTES SE MARCAN
      * EXPIRADAS (YA NO SE PUEDEN AUTORIZAR, HAY QUE VOLVER A
      * SOLICITAR) Y EL REPORTE LISTA LAS QUE SIGUEN PENDIENTES Y
      * LAS QUE EXPIRARON EN ESTA CORRIDA.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           DISPLAY "*****AUTORIZACIONES PENDIENTES*****".

           PERFORM 1100-CARGAR-PARAMETROS.
           MOVE "AUTDIAS" TO WKS-CLAVE-BUSCADA.
           PERFORM 1200-BUSCAR-PARAMETRO.
           IF WKS-PARAMETRO-VALIDO = "N"
               PERFORM 1900-SIN-PARAMETRO
           END-IF.
           MOVE WKS-VALOR-PARAMETRO TO WKS-DIAS-AUTORIZA.
           DISPLAY "LAS SOLICITUDES EXPIRAN A LOS "
               WKS-DIAS-AUTORIZA " DIAS".
           MOVE WKS-FECHA-INICIO TO WKS-TIT-FECHA.
           MOVE WKS-DIAS-AUTORIZA TO WKS-TIT-DIAS.

           OPEN I-O AUT-CLI.
           OPEN OUTPUT REPORTE.
           MOVE LOW-VALUES TO AUT-LLAVE.
           START AUT-CLI KEY IS NOT LESS THAN AUT-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-AUTORIZA
           END-START.

      *****PARAMETROS******************************************
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

      * SIN LOS DIAS DE ESPERA NO SE PUEDE DECIDIR QUE EXPIRA: LA
      * CORRIDA QUEDA EN ERROR PARA QUE EL SUPERVISOR LOS CAPTURE
      * CON EL PROGRAMA PARAMS.
       1900-SIN-PARAMETRO.
           DISPLAY "NO HAY PARAMETRO VIGENTE " WKS-CLAVE-BUSCADA
               " EN parametros.txt".
           DISPLAY "CAPTURALO CON EL PROGRAMA PARAMS".
           MOVE "ERROR" TO WKS-ESTADO-CORRIDA.
           PERFORM 9800-REGISTRO-CONTROL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *****REVISION DE SOLICITUDES*****************************
       2000-PROCESO.
           READ AUT-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-AUTORIZA
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-LEIDOS
                   PERFORM 2100-REVISAR-SOLICITUD
           END-READ.

       2100-REVISAR-SOLICITUD.
           EVALUATE AUT-ESTATUS
               WHEN "P"
                   PERFORM 2200-REVISAR-PENDIENTE
               WHEN "A"
                   ADD 1 TO WKS-CONTADOR-AUTORIZADAS
               WHEN "R"
                   ADD 1 TO WKS-CONTADOR-RECHAZADAS
               WHEN OTHER
                   ADD 1 TO WKS-CONTADOR-VENCIDAS
           END-EVALUATE.

       2200-REVISAR-PENDIENTE.
           COMPUTE WKS-DIA-EXPIRA =
               FUNCTION INTEGER-OF-DATE(AUT-FECHA-SOLICITUD)
               + WKS-DIAS-AUTORIZA.
           COMPUTE WKS-FECHA-EXPIRA =
               FUNCTION DATE-OF-INTEGER(WKS-DIA-EXPIRA).
           IF WKS-FECHA-INICIO > WKS-FECHA-EXPIRA
               PERFORM 2300-EXPIRAR-SOLICITUD
           ELSE
               ADD 1 TO WKS-CONTADOR-PENDIENTES
               MOVE "PENDIENTE" TO WKS-DET-ESTADO
               PERFORM 8200-ESCRIBIR-DETALLE
           END-IF.

       2300-EXPIRAR-SOLICITUD.
           MOVE "E" TO AUT-ESTATUS.
           MOVE "LOTE" TO AUT-OPERADOR-AUTORIZA.
           MOVE WKS-FECHA-INICIO TO AUT-FECHA-RESOLUCION.
           MOVE WKS-HORA-INICIO TO AUT-HORA-RESOLUCION.
           MOVE "EXPIRO SIN AUTORIZARSE" TO AUT-MOTIVO.
           REWRITE REG-AUTORIZA
               INVALID KEY
                   ADD 1 TO WKS-CONTADOR-ERRORES
                   MOVE "ERROR" TO WKS-DET-ESTADO
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-EXPIRADAS
                   MOVE "EXPIRADA" TO WKS-DET-ESTADO
           END-REWRITE.
           PERFORM 8200-ESCRIBIR-DETALLE.

      *****REPORTE*********************************************
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

      * EN LAS BAJAS VA EL CLIENTE Y SU ANUALIDAD; EN LAS TASAS LA
      * CLAVE DE TARJETA, SU NOMBRE Y EL IMPORTE NUEVO.
       8200-ESCRIBIR-DETALLE.
           MOVE AUT-FECHA-SOLICITUD TO WKS-DET-FECHA.
           MOVE AUT-TIPO TO WKS-DET-TIPO.
           MOVE AUT-OPERADOR-SOLICITA TO WKS-DET-OPERADOR.
           IF AUT-TIPO = "BAJA"
               MOVE AUT-ID-CLIENTE TO WKS-DET-ID
               MOVE AUT-NOMBRE-CLIENTE TO WKS-DET-NOMBRE
               MOVE AUT-ANUALIDAD TO WKS-DET-IMPORTE
           ELSE
               MOVE AUT-TAS-CLAVE TO WKS-DET-ID
               MOVE AUT-TAS-NOMBRE TO WKS-DET-NOMBRE
               MOVE AUT-TAS-IMPORTE TO WKS-DET-IMPORTE
           END-IF.
           MOVE WKS-FECHA-EXPIRA TO WKS-DET-EXPIRA.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

      *****TOTALES Y CIERRE************************************
       9000-FIN.
           CLOSE AUT-CLI.
           IF WKS-CONTADOR-LINEAS = 99
               PERFORM 8000-ENCABEZADO
               MOVE "SIN SOLICITUDES PENDIENTES" TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "SOLICITUDES LEIDAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-LEIDOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SIGUEN PENDIENTES:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-PENDIENTES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "EXPIRADAS EN ESTA CORRIDA:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-EXPIRADAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "AUTORIZADAS (HISTORICO):" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-AUTORIZADAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "RECHAZADAS (HISTORICO):" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-RECHAZADAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "EXPIRADAS (HISTORICO):" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-VENCIDAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "ERRORES AL EXPIRAR:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ERRORES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           CLOSE REPORTE.

           DISPLAY "SOLICITUDES LEIDAS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "SIGUEN PENDIENTES: " WKS-CONTADOR-PENDIENTES.
           DISPLAY "EXPIRADAS EN ESTA CORRIDA: "
               WKS-CONTADOR-EXPIRADAS.
           IF WKS-CONTADOR-ERRORES > 0
               DISPLAY "ERRORES AL EXPIRAR: " WKS-CONTADOR-ERRORES
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9800-REGISTRO-CONTROL.
           DISPLAY "REPORTE GRABADO EN autoriza.rpt".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "AUTREP" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-EXPIRADAS TO RUN-APLICADOS.
           MOVE WKS-CONTADOR-ERRORES TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM AUTREP.
