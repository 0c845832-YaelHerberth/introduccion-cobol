       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT OPTIONAL TAR-CLI ASSIGN TO "tarjetas.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-LLAVE.

           SELECT OPTIONAL LOG-CLI ASSIGN TO "logcli.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUS-CLI ASSIGN TO "simsusp.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-ID-CLIENTE.

           SELECT OPTIONAL TAS-CLI ASSIGN TO "tasas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUT-CLI ASSIGN TO "autoriza.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-LLAVE.

           SELECT REPORTE ASSIGN TO "simula.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REG-CLI.
       01 REG-CLIENTES.
           COPY CPCLIREG.

       FD TAR-CLI.
       01 REG-TARJETA.
           COPY CPTARREG.

       FD LOG-CLI.
       01 REG-LOG.
           COPY CPLOGREG.

      * ARCHIVO DE TRABAJO PROPIO CON EL MISMO LAYOUT QUE EL
      * cargosusp.idx DE CARGOS: MESES DEL CICLO QUE CADA CLIENTE
      * PASO SUSPENDIDO, RECONSTRUIDOS DESDE LA BITACORA. ES
      * ARCHIVO APARTE PARA NO PISAR EL DE UNA CORRIDA DE CARGOS.
       FD SUS-CLI.
       01 REG-SUSPENSION.
           05 SUS-ID-CLIENTE PIC 9(7).
           05 SUS-MES-INICIO PIC 9(2).
           05 SUS-MES-SUSPENDIDO PIC X(1) OCCURS 12 TIMES.

       FD TAS-CLI.
       01 REG-TASA.
           COPY CPTASREG.

       FD AUT-CLI.
       01 REG-AUTORIZA.
           COPY CPAUTREG.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
           COPY CPTASAS.

      * ORIGEN DE CADA RENGLON DE LA TABLA DE TASAS: T=tasas.txt,
      * A=SOLICITUD DE TASA PENDIENTE DE AUTORIZAR EN autoriza.idx.
       01 WKS-TABLA-ORIGEN.
           05 WKS-TASA-ORIGEN PIC X(1) OCCURS 20 TIMES.

       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-FIN-TASAS PIC X(1) VALUE "N".
       01 WKS-FIN-AUTORIZA PIC X(1) VALUE "N".
       01 WKS-FIN-LOG PIC X(1) VALUE "N".
       01 WKS-FIN-TARJETAS PIC X(1).
       01 WKS-TIENE-DETALLE PIC X(1).
       01 WKS-SUS-EXISTE PIC X(1).
       01 WKS-INCLUIR-SOLICITUDES PIC 9(1).
       01 WKS-FECHA-HOY PIC 9(8).
       01 WKS-FECHA-OBJETIVO PIC 9(8).
       01 WKS-FECHA-OBJETIVO-R REDEFINES WKS-FECHA-OBJETIVO.
           05 WKS-CICLO PIC 9(4).
           05 FILLER PIC 9(4).
       01 WKS-CONTADOR-TASA PIC 9(2).
       01 WKS-TASA-VALIDA PIC X(1).
       01 WKS-MEJOR-VIGENCIA PIC 9(8).
       01 WKS-CLAVE-TARJETA PIC 9(1).
       01 WKS-NOMBRE-TARJETA PIC X(8).
       01 WKS-ANUALIDAD-PLENA PIC 9(5).
       01 WKS-ANUALIDAD-NUEVA PIC 9(5).
       01 WKS-BASE-ACTUAL PIC 9(5).
       01 WKS-BASE-PROYECTADA PIC 9(5).
       01 WKS-ALTA-ANIO PIC 9(4).
       01 WKS-ALTA-MES PIC 9(2).
       01 WKS-MES-PRIMERO PIC 9(2).
       01 WKS-MES-MARCA PIC 9(2).
       01 WKS-MESES-COBRAR PIC S9(3).
       01 WKS-TIPO PIC 9(2).
       01 WKS-TARJETAS-CLIENTE PIC 9(2).
       01 WKS-CLI-ACTUAL PIC 9(7).
       01 WKS-CLI-PROYECTADA PIC 9(7).
       01 WKS-AUMENTO PIC 9(7).
       01 WKS-POSICION PIC 9(2).
       01 WKS-ANTERIOR PIC 9(2).
       01 WKS-ACOMODADO PIC X(1).
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-NOACTIVOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-ACTIVOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-TARJETAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-PRORRATEADOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-SIN-MESES PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-AFECTADOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-AUMENTAN PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-BAJAN PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-PENDIENTES PIC 9(3) VALUE 0.
       01 WKS-CONTADOR-SOLICITUDES PIC 9(3) VALUE 0.
       01 WKS-SUMA-ACTUAL PIC 9(9) VALUE 0.
       01 WKS-SUMA-PROYECTADA PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

      * TOTALES POR TIPO DE TARJETA; EL RENGLON ES LA CLAVE MAS
      * UNO PARA QUE LA CLAVE CERO TAMBIEN TENGA LUGAR.
       01 WKS-TABLA-TIPOS.
           05 WKS-TIPO-OCURRENCIA OCCURS 10 TIMES.
               10 WKS-TIPO-NOMBRE PIC X(8).
               10 WKS-TIPO-TARJETAS PIC 9(7).
               10 WKS-TIPO-ACTUAL PIC 9(9).
               10 WKS-TIPO-PROYECTADA PIC 9(9).

      * LOS DIEZ CLIENTES CON MAYOR AUMENTO, DE MAYOR A MENOR.
       01 WKS-TABLA-MAYORES.
           05 WKS-TOT-MAYORES PIC 9(2) VALUE 0.
           05 WKS-MAY-OCURRENCIA OCCURS 10 TIMES.
               10 WKS-MAY-ID PIC 9(7).
               10 WKS-MAY-NOMBRE PIC X(20).
               10 WKS-MAY-ACTUAL PIC 9(7).
               10 WKS-MAY-PROYECTADA PIC 9(7).
               10 WKS-MAY-AUMENTO PIC 9(7).

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(23) VALUE "SIMULACION DE TASAS AL ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(8) VALUE "  CICLO ".
           05 WKS-TIT-CICLO PIC 9(4).
           05 FILLER PIC X(7) VALUE "  HOY: ".
           05 WKS-TIT-HOY PIC 9(8).
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COL-TASAS.
           05 FILLER PIC X(4) VALUE "CVE".
           05 FILLER PIC X(9) VALUE "NOMBRE".
           05 FILLER PIC X(9) VALUE "  IMPORTE".
           05 FILLER PIC X(10) VALUE "  VIGENCIA".
           05 FILLER PIC X(20) VALUE "  ORIGEN".

       01 WKS-LINEA-TASA.
           05 WKS-TAS-CLAVE PIC 9(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WKS-TAS-NOMBRE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-TAS-IMPORTE PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-TAS-VIGENCIA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-TAS-ORIGEN PIC X(24).

       01 WKS-LINEA-COL-TIPOS.
           05 FILLER PIC X(4) VALUE "CVE".
           05 FILLER PIC X(9) VALUE "NOMBRE".
           05 FILLER PIC X(9) VALUE " TARJETAS".
           05 FILLER PIC X(12) VALUE "      ACTUAL".
           05 FILLER PIC X(12) VALUE "  PROYECTADO".
           05 FILLER PIC X(12) VALUE "  DIFERENCIA".

       01 WKS-LINEA-TIPO.
           05 WKS-TIP-CLAVE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WKS-TIP-NOMBRE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-TIP-TARJETAS PIC Z(7)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-TIP-ACTUAL PIC Z(10)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-TIP-PROYECTADA PIC Z(10)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-TIP-DIFERENCIA PIC -Z(9)9.

       01 WKS-LINEA-COL-MAYORES.
           05 FILLER PIC X(8) VALUE "ID".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(9) VALUE "   ACTUAL".
           05 FILLER PIC X(11) VALUE " PROYECTADO".
           05 FILLER PIC X(9) VALUE "  AUMENTO".

       01 WKS-LINEA-MAYOR.
           05 WKS-MAY-DET-ID PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-MAY-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-MAY-DET-ACTUAL PIC Z(7)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-MAY-DET-PROYECTADA PIC Z(9)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-MAY-DET-AUMENTO PIC Z(7)9.

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
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
      * SIMULACION DE SOLO LECTURA DEL EFECTO DE LAS TASAS NUEVAS:
      * PARA CADA TARJETA ACTIVA SE CALCULA LO QUE CARGOS COBRARIA
      * EN EL CICLO DE LA FECHA OBJETIVO CON LA ANUALIDAD QUE TIENE
      * GRABADA (ACTUAL) Y CON LA TASA QUE ESTARA VIGENTE ESE DIA
      * (PROYECTADO), CON LOS MISMOS DOCEAVOS QUE CARGOS APLICA AL
      * ALTA A MEDIO AÑO Y A LOS MESES SUSPENDIDOS. LOS IMPORTES SON
      * BASE SIN IVA. NO SE ABRE cargos.idx Y EL MAESTRO Y LAS
      * TARJETAS SOLO SE LEEN.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-HOY.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           DISPLAY "*****SIMULACION DE CAMBIO DE TASAS*****".

           MOVE 0 TO WKS-FECHA-OBJETIVO.
           PERFORM 1050-PEDIR-FECHA UNTIL WKS-FECHA-OBJETIVO NOT = 0.
           DISPLAY "¿INCLUIR TASAS SOLICITADAS PENDIENTES DE "
               "AUTORIZAR?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-INCLUIR-SOLICITUDES.

           PERFORM 1100-CARGAR-TASAS.
           IF WKS-INCLUIR-SOLICITUDES = 1
               PERFORM 1300-CARGAR-SOLICITUDES
           END-IF.
           IF WKS-TOT-TASAS = 0
               DISPLAY "NO HAY TASAS CARGADAS EN tasas.txt"
               DISPLAY "CAPTURALAS CON EL PROGRAMA TASAS"
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               PERFORM 9800-REGISTRO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WKS-FECHA-OBJETIVO TO WKS-TIT-FECHA.
           MOVE WKS-CICLO TO WKS-TIT-CICLO.
           MOVE WKS-FECHA-HOY TO WKS-TIT-HOY.
           OPEN OUTPUT REPORTE.
           PERFORM 1400-LISTAR-PENDIENTES.
           IF WKS-CONTADOR-PENDIENTES = 0
               DISPLAY "NO HAY TASAS NUEVAS ENTRE HOY Y LA FECHA "
                   "OBJETIVO; SE PROYECTA CON LAS VIGENTES"
           END-IF.

           PERFORM 1500-CENSAR-SUSPENSIONES.
           PERFORM 1600-LIMPIAR-TIPO
               VARYING WKS-TIPO FROM 1 BY 1 UNTIL WKS-TIPO > 10.
           OPEN INPUT REG-CLI.
           OPEN INPUT TAR-CLI.

       1050-PEDIR-FECHA.
           DISPLAY "FECHA EN QUE ENTRAN LAS TASAS NUEVAS (AAAAMMDD)".
           ACCEPT WKS-FECHA-OBJETIVO.
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-FECHA-OBJETIVO)
               NOT = 0
               DISPLAY "FECHA INVALIDA"
               MOVE 0 TO WKS-FECHA-OBJETIVO
           ELSE
               IF WKS-FECHA-OBJETIVO < WKS-FECHA-HOY
                   DISPLAY "LA FECHA NO PUEDE SER ANTERIOR A HOY"
                   MOVE 0 TO WKS-FECHA-OBJETIVO
               END-IF
           END-IF.

      *****TASAS: VIGENTES Y PENDIENTES************************
       1100-CARGAR-TASAS.
           OPEN INPUT TAS-CLI.
           MOVE "N" TO WKS-FIN-TASAS.
           PERFORM 1110-LEER-TASA UNTIL WKS-FIN-TASAS = "S".
           CLOSE TAS-CLI.

       1110-LEER-TASA.
           READ TAS-CLI
               AT END
                   MOVE "S" TO WKS-FIN-TASAS
               NOT AT END
                   PERFORM 1120-GUARDAR-TASA
           END-READ.

       1120-GUARDAR-TASA.
           IF WKS-TOT-TASAS < 20
               ADD 1 TO WKS-TOT-TASAS
               MOVE TAS-CLAVE TO WKS-TASA-CLAVE(WKS-TOT-TASAS)
               MOVE TAS-NOMBRE TO WKS-TASA-NOMBRE(WKS-TOT-TASAS)
               MOVE TAS-IMPORTE TO WKS-TASA-IMPORTE(WKS-TOT-TASAS)
               MOVE TAS-VIGENCIA TO WKS-TASA-VIGENCIA(WKS-TOT-TASAS)
               MOVE "T" TO WKS-TASA-ORIGEN(WKS-TOT-TASAS)
           ELSE
               DISPLAY "TABLA DE TASAS LLENA, SE IGNORA CLAVE "
                   TAS-CLAVE
           END-IF.

      * LAS TASAS NUEVAS YA NO ENTRAN DIRECTO A tasas.txt: ESPERAN
      * EN autoriza.idx A QUE OTRO SUPERVISOR LAS AUTORICE. A
      * PETICION SE SIMULAN COMO SI YA ESTUVIERAN AUTORIZADAS.
       1300-CARGAR-SOLICITUDES.
           OPEN INPUT AUT-CLI.
           MOVE "N" TO WKS-FIN-AUTORIZA.
           MOVE LOW-VALUES TO AUT-LLAVE.
           START AUT-CLI KEY IS NOT LESS THAN AUT-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-AUTORIZA
           END-START.
           PERFORM 1310-LEER-SOLICITUD
               UNTIL WKS-FIN-AUTORIZA = "S".
           CLOSE AUT-CLI.
           DISPLAY "SOLICITUDES DE TASA PENDIENTES: "
               WKS-CONTADOR-SOLICITUDES.

       1310-LEER-SOLICITUD.
           READ AUT-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-AUTORIZA
               NOT AT END
                   IF AUT-TIPO = "TASA" AND AUT-ESTATUS = "P"
                       PERFORM 1320-GUARDAR-SOLICITUD
                   END-IF
           END-READ.

       1320-GUARDAR-SOLICITUD.
           IF WKS-TOT-TASAS < 20
               ADD 1 TO WKS-TOT-TASAS
               ADD 1 TO WKS-CONTADOR-SOLICITUDES
               MOVE AUT-TAS-CLAVE TO WKS-TASA-CLAVE(WKS-TOT-TASAS)
               MOVE AUT-TAS-NOMBRE TO WKS-TASA-NOMBRE(WKS-TOT-TASAS)
               MOVE AUT-TAS-IMPORTE
                   TO WKS-TASA-IMPORTE(WKS-TOT-TASAS)
               MOVE AUT-TAS-VIGENCIA
                   TO WKS-TASA-VIGENCIA(WKS-TOT-TASAS)
               MOVE "A" TO WKS-TASA-ORIGEN(WKS-TOT-TASAS)
           ELSE
               DISPLAY "TABLA DE TASAS LLENA, SE IGNORA SOLICITUD "
                   "DE CLAVE " AUT-TAS-CLAVE
           END-IF.

      * SE LISTAN LAS TASAS QUE ENTRAN DESPUES DE HOY Y A MAS
      * TARDAR EN LA FECHA OBJETIVO, Y TODAS LAS SOLICITUDES
      * PENDIENTES QUE YA ESTARIAN VIGENTES ESE DIA.
       1400-LISTAR-PENDIENTES.
           PERFORM 8000-ENCABEZADO.
           MOVE "TASAS NUEVAS CONSIDERADAS" TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE WKS-LINEA-COL-TASAS TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           PERFORM 1410-LISTAR-TASA
               VARYING WKS-CONTADOR-TASA FROM 1 BY 1
               UNTIL WKS-CONTADOR-TASA > WKS-TOT-TASAS.
           IF WKS-CONTADOR-PENDIENTES = 0
               MOVE "SIN TASAS NUEVAS HASTA LA FECHA OBJETIVO"
                   TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.
           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       1410-LISTAR-TASA.
           IF WKS-TASA-VIGENCIA(WKS-CONTADOR-TASA)
                   <= WKS-FECHA-OBJETIVO
               AND (WKS-TASA-VIGENCIA(WKS-CONTADOR-TASA)
                   > WKS-FECHA-HOY
                   OR WKS-TASA-ORIGEN(WKS-CONTADOR-TASA) = "A")
               ADD 1 TO WKS-CONTADOR-PENDIENTES
               MOVE WKS-TASA-CLAVE(WKS-CONTADOR-TASA)
                   TO WKS-TAS-CLAVE
               MOVE WKS-TASA-NOMBRE(WKS-CONTADOR-TASA)
                   TO WKS-TAS-NOMBRE
               MOVE WKS-TASA-IMPORTE(WKS-CONTADOR-TASA)
                   TO WKS-TAS-IMPORTE
               MOVE WKS-TASA-VIGENCIA(WKS-CONTADOR-TASA)
                   TO WKS-TAS-VIGENCIA
               IF WKS-TASA-ORIGEN(WKS-CONTADOR-TASA) = "A"
                   MOVE "PENDIENTE DE AUTORIZAR" TO WKS-TAS-ORIGEN
               ELSE
                   MOVE "tasas.txt" TO WKS-TAS-ORIGEN
               END-IF
               MOVE WKS-LINEA-TASA TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.

      *****MESES SUSPENDIDOS POR CLIENTE EN EL CICLO***********
      * MISMA RECONSTRUCCION QUE HACE CARGOS, TOMANDO COMO CICLO EL
      * AÑO DE LA FECHA OBJETIVO EN LUGAR DEL AÑO EN CURSO.
       1500-CENSAR-SUSPENSIONES.
           OPEN OUTPUT SUS-CLI.
           CLOSE SUS-CLI.
           OPEN I-O SUS-CLI.
           OPEN INPUT LOG-CLI.
           MOVE "N" TO WKS-FIN-LOG.
           PERFORM 1510-LEER-BITACORA UNTIL WKS-FIN-LOG = "S".
           CLOSE LOG-CLI.

       1510-LEER-BITACORA.
           READ LOG-CLI
               AT END
                   MOVE "S" TO WKS-FIN-LOG
               NOT AT END
                   IF LOG-OPERACION = "SUSP"
                       OR LOG-OPERACION = "REAC"
                       PERFORM 1520-ACUMULAR-SUSPENSION
                   END-IF
           END-READ.

       1520-ACUMULAR-SUSPENSION.
           MOVE LOG-ID-CLIENTE TO SUS-ID-CLIENTE.
           MOVE "S" TO WKS-SUS-EXISTE.
           READ SUS-CLI KEY IS SUS-ID-CLIENTE
               INVALID KEY
                   MOVE "N" TO WKS-SUS-EXISTE
           END-READ.
           IF WKS-SUS-EXISTE = "N"
               MOVE LOG-ID-CLIENTE TO SUS-ID-CLIENTE
               MOVE 0 TO SUS-MES-INICIO
               PERFORM 1525-LIMPIAR-MESES
                   VARYING WKS-MES-MARCA FROM 1 BY 1
                   UNTIL WKS-MES-MARCA > 12
               PERFORM 1530-APLICAR-SUSPENSION
               WRITE REG-SUSPENSION
                   INVALID KEY
                       DISPLAY "ERROR EN ARCHIVO DE SUSPENSIONES, ID "
                           SUS-ID-CLIENTE
               END-WRITE
           ELSE
               PERFORM 1530-APLICAR-SUSPENSION
               REWRITE REG-SUSPENSION
                   INVALID KEY
                       DISPLAY "ERROR EN ARCHIVO DE SUSPENSIONES, ID "
                           SUS-ID-CLIENTE
               END-REWRITE
           END-IF.

       1525-LIMPIAR-MESES.
           MOVE "N" TO SUS-MES-SUSPENDIDO(WKS-MES-MARCA).

       1530-APLICAR-SUSPENSION.
           IF LOG-OPERACION = "SUSP"
               IF LOG-FECHA-Y < WKS-CICLO
                   MOVE 1 TO SUS-MES-INICIO
               ELSE
                   IF LOG-FECHA-Y = WKS-CICLO AND SUS-MES-INICIO = 0
                       MOVE LOG-FECHA-M TO SUS-MES-INICIO
                   END-IF
               END-IF
           ELSE
               IF LOG-FECHA-Y < WKS-CICLO
                   MOVE 0 TO SUS-MES-INICIO
               ELSE
                   IF LOG-FECHA-Y = WKS-CICLO
                       IF SUS-MES-INICIO = 0
                           MOVE 1 TO SUS-MES-INICIO
                       END-IF
                       PERFORM 1540-MARCAR-MES
                           VARYING WKS-MES-MARCA
                           FROM SUS-MES-INICIO BY 1
                           UNTIL WKS-MES-MARCA >= LOG-FECHA-M
                       MOVE 0 TO SUS-MES-INICIO
                   END-IF
               END-IF
           END-IF.

       1540-MARCAR-MES.
           MOVE "S" TO SUS-MES-SUSPENDIDO(WKS-MES-MARCA).

       1600-LIMPIAR-TIPO.
           MOVE SPACES TO WKS-TIPO-NOMBRE(WKS-TIPO).
           MOVE 0 TO WKS-TIPO-TARJETAS(WKS-TIPO).
           MOVE 0 TO WKS-TIPO-ACTUAL(WKS-TIPO).
           MOVE 0 TO WKS-TIPO-PROYECTADA(WKS-TIPO).

      *****PROYECCION POR CLIENTE Y TARJETA********************
       2000-PROCESO.
           READ REG-CLI
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   PERFORM 2100-SIMULAR-CLIENTE
           END-READ.

       2100-SIMULAR-CLIENTE.
           ADD 1 TO WKS-CONTADOR-LEIDOS.
           IF ESTATUS-CLIENTE-FILE = "S" OR ESTATUS-CLIENTE-FILE = "C"
               ADD 1 TO WKS-CONTADOR-NOACTIVOS
           ELSE
               ADD 1 TO WKS-CONTADOR-ACTIVOS
               MOVE 0 TO WKS-CLI-ACTUAL
               MOVE 0 TO WKS-CLI-PROYECTADA
               PERFORM 2150-SIMULAR-POR-TARJETA
               PERFORM 2300-CERRAR-CLIENTE
           END-IF.

      * LAS MISMAS TARJETAS QUE CARGOS COBRARIA: LAS ACTIVAS DEL
      * DETALLE, O LA TARJETA UNICA DE REG-CLI SI EL CLIENTE NO
      * TIENE NINGUN RENGLON EN TAR-CLI.
       2150-SIMULAR-POR-TARJETA.
           MOVE 0 TO WKS-TARJETAS-CLIENTE.
           MOVE "N" TO WKS-TIENE-DETALLE.
           MOVE "N" TO WKS-FIN-TARJETAS.
           MOVE ID-CLIENTE-FILE TO TAR-ID-CLIENTE.
           MOVE 0 TO TAR-CLAVE-TARJETA.
           START TAR-CLI KEY IS NOT LESS THAN TAR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-TARJETAS
           END-START.
           PERFORM 2160-LEER-TARJETA UNTIL WKS-FIN-TARJETAS = "S".

           IF WKS-TIENE-DETALLE = "N"
               MOVE CLAVE-TARJETA-FILE TO WKS-CLAVE-TARJETA
               MOVE NOMBRE-TARJETA-FILE TO WKS-NOMBRE-TARJETA
               MOVE ANUALIDAD-FILE TO WKS-ANUALIDAD-PLENA
               MOVE Y OF FECHA-ALTA-FILE TO WKS-ALTA-ANIO
               MOVE M OF FECHA-ALTA-FILE TO WKS-ALTA-MES
               PERFORM 2200-PROYECTAR-CARGO
           END-IF.

       2160-LEER-TARJETA.
           READ TAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TARJETAS
               NOT AT END
                   IF TAR-ID-CLIENTE NOT = ID-CLIENTE-FILE
                       MOVE "S" TO WKS-FIN-TARJETAS
                   ELSE
                       MOVE "S" TO WKS-TIENE-DETALLE
                       PERFORM 2170-SIMULAR-TARJETA
                   END-IF
           END-READ.

       2170-SIMULAR-TARJETA.
           IF TAR-ESTATUS = "B"
               CONTINUE
           ELSE
               MOVE TAR-CLAVE-TARJETA TO WKS-CLAVE-TARJETA
               MOVE TAR-NOMBRE-TARJETA TO WKS-NOMBRE-TARJETA
               MOVE TAR-ANUALIDAD TO WKS-ANUALIDAD-PLENA
               MOVE TAR-FECHA-Y TO WKS-ALTA-ANIO
               MOVE TAR-FECHA-M TO WKS-ALTA-MES
               PERFORM 2200-PROYECTAR-CARGO
           END-IF.

       2200-PROYECTAR-CARGO.
           PERFORM 2210-CALCULAR-MESES.
           IF WKS-MESES-COBRAR = 0
               ADD 1 TO WKS-CONTADOR-SIN-MESES
           ELSE
               PERFORM 2250-ACUMULAR-CARGO
           END-IF.

      * MISMOS DOCEAVOS QUE CARGOS: PRIMER CICLO A MEDIO AÑO Y
      * MESES SUSPENDIDOS DENTRO DEL TRAMO FACTURABLE.
       2210-CALCULAR-MESES.
           MOVE 1 TO WKS-MES-PRIMERO.
           IF WKS-ALTA-ANIO = WKS-CICLO
               MOVE WKS-ALTA-MES TO WKS-MES-PRIMERO
           END-IF.
           COMPUTE WKS-MESES-COBRAR = 12 - WKS-MES-PRIMERO + 1.

           MOVE ID-CLIENTE-FILE TO SUS-ID-CLIENTE.
           MOVE "S" TO WKS-SUS-EXISTE.
           READ SUS-CLI KEY IS SUS-ID-CLIENTE
               INVALID KEY
                   MOVE "N" TO WKS-SUS-EXISTE
           END-READ.
           IF WKS-SUS-EXISTE = "S"
               PERFORM 2220-DESCONTAR-MES
                   VARYING WKS-MES-MARCA
                   FROM WKS-MES-PRIMERO BY 1
                   UNTIL WKS-MES-MARCA > 12
           END-IF.

           IF WKS-MESES-COBRAR < 0
               MOVE 0 TO WKS-MESES-COBRAR
           END-IF.
           IF WKS-MESES-COBRAR > 12
               MOVE 12 TO WKS-MESES-COBRAR
           END-IF.

       2220-DESCONTAR-MES.
           IF SUS-MES-SUSPENDIDO(WKS-MES-MARCA) = "S"
               SUBTRACT 1 FROM WKS-MESES-COBRAR
           END-IF.

      * LA ANUALIDAD PROYECTADA ES LA TASA DE LA CLAVE QUE ESTARA
      * VIGENTE EN LA FECHA OBJETIVO; SI LA CLAVE NO TIENE TASA SE
      * QUEDA CON LA ANUALIDAD QUE YA TIENE.
       2250-ACUMULAR-CARGO.
           ADD 1 TO WKS-TARJETAS-CLIENTE.
           ADD 1 TO WKS-CONTADOR-TARJETAS.
           MOVE 1 TO WKS-CONTADOR-TASA.
           MOVE "N" TO WKS-TASA-VALIDA.
           MOVE 0 TO WKS-MEJOR-VIGENCIA.
           MOVE WKS-ANUALIDAD-PLENA TO WKS-ANUALIDAD-NUEVA.
           PERFORM 2260-BUSCAR-TASA
               UNTIL WKS-CONTADOR-TASA > WKS-TOT-TASAS.

           IF WKS-MESES-COBRAR = 12
               MOVE WKS-ANUALIDAD-PLENA TO WKS-BASE-ACTUAL
               MOVE WKS-ANUALIDAD-NUEVA TO WKS-BASE-PROYECTADA
           ELSE
               ADD 1 TO WKS-CONTADOR-PRORRATEADOS
               COMPUTE WKS-BASE-ACTUAL ROUNDED =
                   WKS-ANUALIDAD-PLENA * WKS-MESES-COBRAR / 12
               COMPUTE WKS-BASE-PROYECTADA ROUNDED =
                   WKS-ANUALIDAD-NUEVA * WKS-MESES-COBRAR / 12
           END-IF.

           ADD WKS-BASE-ACTUAL TO WKS-CLI-ACTUAL.
           ADD WKS-BASE-PROYECTADA TO WKS-CLI-PROYECTADA.
           ADD WKS-BASE-ACTUAL TO WKS-SUMA-ACTUAL.
           ADD WKS-BASE-PROYECTADA TO WKS-SUMA-PROYECTADA.
           COMPUTE WKS-TIPO = WKS-CLAVE-TARJETA + 1.
           IF WKS-TIPO-NOMBRE(WKS-TIPO) = SPACES
               MOVE WKS-NOMBRE-TARJETA TO WKS-TIPO-NOMBRE(WKS-TIPO)
           END-IF.
           ADD 1 TO WKS-TIPO-TARJETAS(WKS-TIPO).
           ADD WKS-BASE-ACTUAL TO WKS-TIPO-ACTUAL(WKS-TIPO).
           ADD WKS-BASE-PROYECTADA TO WKS-TIPO-PROYECTADA(WKS-TIPO).

       2260-BUSCAR-TASA.
           IF WKS-TASA-CLAVE(WKS-CONTADOR-TASA) = WKS-CLAVE-TARJETA
               AND WKS-TASA-VIGENCIA(WKS-CONTADOR-TASA)
                   <= WKS-FECHA-OBJETIVO
               AND WKS-TASA-VIGENCIA(WKS-CONTADOR-TASA)
                   >= WKS-MEJOR-VIGENCIA
               MOVE "S" TO WKS-TASA-VALIDA
               MOVE WKS-TASA-IMPORTE(WKS-CONTADOR-TASA)
                   TO WKS-ANUALIDAD-NUEVA
               MOVE WKS-TASA-VIGENCIA(WKS-CONTADOR-TASA)
                   TO WKS-MEJOR-VIGENCIA
           END-IF.
           ADD 1 TO WKS-CONTADOR-TASA.

      * UN CLIENTE ES AFECTADO SI LO PROYECTADO DE SUS TARJETAS
      * DIFIERE DE LO ACTUAL; LOS AUMENTOS ENTRAN AL RANKING.
       2300-CERRAR-CLIENTE.
           IF WKS-CLI-PROYECTADA NOT = WKS-CLI-ACTUAL
               ADD 1 TO WKS-CONTADOR-AFECTADOS
               IF WKS-CLI-PROYECTADA > WKS-CLI-ACTUAL
                   ADD 1 TO WKS-CONTADOR-AUMENTAN
                   COMPUTE WKS-AUMENTO =
                       WKS-CLI-PROYECTADA - WKS-CLI-ACTUAL
                   PERFORM 2400-REGISTRAR-AUMENTO
               ELSE
                   ADD 1 TO WKS-CONTADOR-BAJAN
               END-IF
           END-IF.

      * CON LA TABLA LLENA SOLO ENTRA UN AUMENTO MAYOR AL ULTIMO;
      * SE ACOMODA RECORRIENDO HACIA ABAJO LOS MENORES.
       2400-REGISTRAR-AUMENTO.
           MOVE 0 TO WKS-POSICION.
           IF WKS-TOT-MAYORES < 10
               ADD 1 TO WKS-TOT-MAYORES
               MOVE WKS-TOT-MAYORES TO WKS-POSICION
           ELSE
               IF WKS-AUMENTO > WKS-MAY-AUMENTO(10)
                   MOVE 10 TO WKS-POSICION
               END-IF
           END-IF.
           IF WKS-POSICION > 0
               MOVE "N" TO WKS-ACOMODADO
               PERFORM 2410-ACOMODAR UNTIL WKS-ACOMODADO = "S"
               MOVE ID-CLIENTE-FILE TO WKS-MAY-ID(WKS-POSICION)
               MOVE NOMBRE-CLIENTE-FILE
                   TO WKS-MAY-NOMBRE(WKS-POSICION)
               MOVE WKS-CLI-ACTUAL TO WKS-MAY-ACTUAL(WKS-POSICION)
               MOVE WKS-CLI-PROYECTADA
                   TO WKS-MAY-PROYECTADA(WKS-POSICION)
               MOVE WKS-AUMENTO TO WKS-MAY-AUMENTO(WKS-POSICION)
           END-IF.

       2410-ACOMODAR.
           IF WKS-POSICION = 1
               MOVE "S" TO WKS-ACOMODADO
           ELSE
               COMPUTE WKS-ANTERIOR = WKS-POSICION - 1
               IF WKS-MAY-AUMENTO(WKS-ANTERIOR) >= WKS-AUMENTO
                   MOVE "S" TO WKS-ACOMODADO
               ELSE
                   MOVE WKS-MAY-OCURRENCIA(WKS-ANTERIOR)
                       TO WKS-MAY-OCURRENCIA(WKS-POSICION)
                   MOVE WKS-ANTERIOR TO WKS-POSICION
               END-IF
           END-IF.

      *****REPORTE*********************************************
       8000-ENCABEZADO.
           ADD 1 TO WKS-CONTADOR-PAGINAS.
           MOVE WKS-CONTADOR-PAGINAS TO WKS-TIT-PAGINA.
           MOVE WKS-LINEA-TITULO TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 2 TO WKS-CONTADOR-LINEAS.

       8100-ESCRIBIR-LINEA.
           IF WKS-CONTADOR-LINEAS >= WKS-TAM-PAGINA
               MOVE REG-REPORTE TO WKS-LINEA-PENDIENTE
               PERFORM 8000-ENCABEZADO
               MOVE WKS-LINEA-PENDIENTE TO REG-REPORTE
           END-IF.
           WRITE REG-REPORTE.
           ADD 1 TO WKS-CONTADOR-LINEAS.

       8200-ESCRIBIR-TIPO.
           IF WKS-TIPO-TARJETAS(WKS-TIPO) > 0
               COMPUTE WKS-CLAVE-TARJETA = WKS-TIPO - 1
               MOVE WKS-CLAVE-TARJETA TO WKS-TIP-CLAVE
               MOVE WKS-TIPO-NOMBRE(WKS-TIPO) TO WKS-TIP-NOMBRE
               MOVE WKS-TIPO-TARJETAS(WKS-TIPO) TO WKS-TIP-TARJETAS
               MOVE WKS-TIPO-ACTUAL(WKS-TIPO) TO WKS-TIP-ACTUAL
               MOVE WKS-TIPO-PROYECTADA(WKS-TIPO)
                   TO WKS-TIP-PROYECTADA
               COMPUTE WKS-TIP-DIFERENCIA =
                   WKS-TIPO-PROYECTADA(WKS-TIPO)
                   - WKS-TIPO-ACTUAL(WKS-TIPO)
               MOVE WKS-LINEA-TIPO TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.

       8300-ESCRIBIR-MAYOR.
           MOVE WKS-MAY-ID(WKS-POSICION) TO WKS-MAY-DET-ID.
           MOVE WKS-MAY-NOMBRE(WKS-POSICION) TO WKS-MAY-DET-NOMBRE.
           MOVE WKS-MAY-ACTUAL(WKS-POSICION) TO WKS-MAY-DET-ACTUAL.
           MOVE WKS-MAY-PROYECTADA(WKS-POSICION)
               TO WKS-MAY-DET-PROYECTADA.
           MOVE WKS-MAY-AUMENTO(WKS-POSICION) TO WKS-MAY-DET-AUMENTO.
           MOVE WKS-LINEA-MAYOR TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

      *****TOTALES Y CIERRE************************************
       9000-FIN.
           CLOSE REG-CLI.
           CLOSE TAR-CLI.
           CLOSE SUS-CLI.

           MOVE "INGRESO POR TIPO DE TARJETA (BASE SIN IVA)"
               TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE WKS-LINEA-COL-TIPOS TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           PERFORM 8200-ESCRIBIR-TIPO
               VARYING WKS-TIPO FROM 1 BY 1 UNTIL WKS-TIPO > 10.
           MOVE SPACES TO WKS-TIP-CLAVE.
           MOVE "TOTAL" TO WKS-TIP-NOMBRE.
           MOVE WKS-CONTADOR-TARJETAS TO WKS-TIP-TARJETAS.
           MOVE WKS-SUMA-ACTUAL TO WKS-TIP-ACTUAL.
           MOVE WKS-SUMA-PROYECTADA TO WKS-TIP-PROYECTADA.
           COMPUTE WKS-TIP-DIFERENCIA =
               WKS-SUMA-PROYECTADA - WKS-SUMA-ACTUAL.
           MOVE WKS-LINEA-TIPO TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "CLIENTES LEIDOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-LEIDOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CLIENTES NO ACTIVOS OMITIDOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-NOACTIVOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CLIENTES ACTIVOS SIMULADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ACTIVOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CLIENTES AFECTADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-AFECTADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "  CON AUMENTO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-AUMENTAN TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "  CON REDUCCION:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-BAJAN TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "TARJETAS PRORRATEADAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-PRORRATEADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "TARJETAS SIN MESES POR COBRAR:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-SIN-MESES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "MAYORES AUMENTOS POR CLIENTE" TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE WKS-LINEA-COL-MAYORES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           IF WKS-TOT-MAYORES = 0
               MOVE "NINGUN CLIENTE AUMENTA" TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           ELSE
               PERFORM 8300-ESCRIBIR-MAYOR
                   VARYING WKS-POSICION FROM 1 BY 1
                   UNTIL WKS-POSICION > WKS-TOT-MAYORES
           END-IF.
           CLOSE REPORTE.

           DISPLAY "CLIENTES LEIDOS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "TARJETAS SIMULADAS: " WKS-CONTADOR-TARJETAS.
           DISPLAY "INGRESO ACTUAL: " WKS-SUMA-ACTUAL.
           DISPLAY "INGRESO PROYECTADO: " WKS-SUMA-PROYECTADA.
           DISPLAY "CLIENTES AFECTADOS: " WKS-CONTADOR-AFECTADOS.
           PERFORM 9800-REGISTRO-CONTROL.
           DISPLAY "REPORTE GRABADO EN simula.rpt".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "SIMULA" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-TARJETAS TO RUN-APLICADOS.
           MOVE WKS-CONTADOR-NOACTIVOS TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM SIMULA.
