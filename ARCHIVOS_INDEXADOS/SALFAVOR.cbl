       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALFAVOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT OPTIONAL SAL-FAV ASSIGN TO "saldofav.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SAF-LLAVE.

           SELECT REPORTE ASSIGN TO "saldofav.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REG-CLI.
       01 REG-CLIENTES.
           COPY CPCLIREG.

       FD SAL-FAV.
       01 REG-SALDO-FAVOR.
           COPY CPSAFREG.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
       01 WKS-FIN-SALDOS PIC X(1).
       01 WKS-SECCION PIC 9(1).
       01 WKS-CLIENTE-EXISTE PIC X(1).
       01 WKS-ES-REEMBOLSO PIC X(1).
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-SECCION PIC 9(5).
       01 WKS-SUMA-SECCION PIC 9(9).
       01 WKS-CONTADOR-ACTIVOS PIC 9(5) VALUE 0.
       01 WKS-SUMA-ACTIVOS PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-REEMBOLSO PIC 9(5) VALUE 0.
       01 WKS-SUMA-REEMBOLSO PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(38)
               VALUE "CLIENTES CON SALDO A FAVOR            ".
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "ID      ".
           05 FILLER PIC X(22) VALUE "NOMBRE               ".
           05 FILLER PIC X(5) VALUE "TAR  ".
           05 FILLER PIC X(4) VALUE "EST ".
           05 FILLER PIC X(12) VALUE "SALDO      ".
           05 FILLER PIC X(13) VALUE "ULTIMO MOV   ".
           05 FILLER PIC X(8) VALUE "PROGRAMA".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-TARJETA PIC 9(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WKS-DET-ESTATUS PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WKS-DET-SALDO PIC 9(7).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WKS-DET-FECHA PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WKS-DET-PROGRAMA PIC X(8).

       01 WKS-LINEA-TOTAL.
           05 WKS-TOT-TEXTO PIC X(30).
           05 FILLER PIC X(10) VALUE "CLIENTES: ".
           05 WKS-TOT-CLIENTES PIC 9(5).
           05 FILLER PIC X(9) VALUE "  SALDO: ".
           05 WKS-TOT-SALDO PIC 9(9).

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
           PERFORM 2000-LISTAR-SECCION
               VARYING WKS-SECCION FROM 1 BY 1
               UNTIL WKS-SECCION > 2.
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           MOVE WKS-FECHA-INICIO TO WKS-TIT-FECHA.
           DISPLAY "*****REPORTE DE SALDOS A FAVOR*****".
           OPEN INPUT REG-CLI.
           OPEN OUTPUT REPORTE.

      *****UNA PASADA POR SECCION******************************
      * SECCION 1: CLIENTES VIGENTES (ACTIVOS O SUSPENDIDOS) CUYO
      * SALDO CONSUMIRA CARGOS EN EL CICLO SIGUIENTE.
      * SECCION 2: CLIENTES CANCELADOS, O QUE YA NO ESTAN EN EL
      * MAESTRO, CON SALDO QUE NINGUN CICLO VA A CONSUMIR Y HAY QUE
      * REEMBOLSAR.
       2000-LISTAR-SECCION.
           MOVE 0 TO WKS-CONTADOR-SECCION.
           MOVE 0 TO WKS-SUMA-SECCION.
           MOVE SPACES TO REG-REPORTE.
           IF WKS-SECCION = 1
               MOVE "SALDOS A FAVOR DE CLIENTES VIGENTES"
                   TO REG-REPORTE
           ELSE
               MOVE "SALDOS A REEMBOLSAR DE CLIENTES CANCELADOS"
                   TO REG-REPORTE
           END-IF.
           PERFORM 8100-ESCRIBIR-LINEA.

           OPEN INPUT SAL-FAV.
           MOVE "N" TO WKS-FIN-SALDOS.
           PERFORM 2100-LEER-SALDO UNTIL WKS-FIN-SALDOS = "S".
           CLOSE SAL-FAV.

           IF WKS-SECCION = 1
               MOVE "TOTAL CLIENTES VIGENTES" TO WKS-TOT-TEXTO
               MOVE WKS-CONTADOR-SECCION TO WKS-CONTADOR-ACTIVOS
               MOVE WKS-SUMA-SECCION TO WKS-SUMA-ACTIVOS
           ELSE
               MOVE "TOTAL A REEMBOLSAR" TO WKS-TOT-TEXTO
               MOVE WKS-CONTADOR-SECCION TO WKS-CONTADOR-REEMBOLSO
               MOVE WKS-SUMA-SECCION TO WKS-SUMA-REEMBOLSO
           END-IF.
           MOVE WKS-CONTADOR-SECCION TO WKS-TOT-CLIENTES.
           MOVE WKS-SUMA-SECCION TO WKS-TOT-SALDO.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       2100-LEER-SALDO.
           READ SAL-FAV NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-SALDOS
               NOT AT END
                   IF WKS-SECCION = 1
                       ADD 1 TO WKS-CONTADOR-LEIDOS
                   END-IF
                   IF SAF-IMPORTE > 0
                       PERFORM 2200-CLASIFICAR-SALDO
                   END-IF
           END-READ.

       2200-CLASIFICAR-SALDO.
           MOVE SAF-ID-CLIENTE TO ID-CLIENTE-FILE.
           MOVE "S" TO WKS-CLIENTE-EXISTE.
           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   MOVE "N" TO WKS-CLIENTE-EXISTE
           END-READ.

           MOVE "N" TO WKS-ES-REEMBOLSO.
           IF WKS-CLIENTE-EXISTE = "N"
               MOVE "S" TO WKS-ES-REEMBOLSO
               MOVE "** NO ESTA EN MAESTRO" TO NOMBRE-CLIENTE-FILE
               MOVE "?" TO ESTATUS-CLIENTE-FILE
           ELSE
               IF ESTATUS-CLIENTE-FILE = "C"
                   MOVE "S" TO WKS-ES-REEMBOLSO
               END-IF
           END-IF.

           IF (WKS-SECCION = 1 AND WKS-ES-REEMBOLSO = "N")
               OR (WKS-SECCION = 2 AND WKS-ES-REEMBOLSO = "S")
               PERFORM 2300-DETALLE-SALDO
           END-IF.

       2300-DETALLE-SALDO.
           ADD 1 TO WKS-CONTADOR-SECCION.
           ADD SAF-IMPORTE TO WKS-SUMA-SECCION.
           MOVE SAF-ID-CLIENTE TO WKS-DET-ID.
           MOVE NOMBRE-CLIENTE-FILE TO WKS-DET-NOMBRE.
           MOVE SAF-CLAVE-TARJETA TO WKS-DET-TARJETA.
           MOVE ESTATUS-CLIENTE-FILE TO WKS-DET-ESTATUS.
           MOVE SAF-IMPORTE TO WKS-DET-SALDO.
           MOVE SAF-FECHA-ULT-MOV TO WKS-DET-FECHA.
           MOVE SAF-PROGRAMA-ULT-MOV TO WKS-DET-PROGRAMA.
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

       9000-FIN.
           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE REG-CLI.
           CLOSE REPORTE.
           DISPLAY "CLIENTES VIGENTES CON SALDO: " WKS-CONTADOR-ACTIVOS
               " IMPORTE " WKS-SUMA-ACTIVOS.
           DISPLAY "CANCELADOS POR REEMBOLSAR: " WKS-CONTADOR-REEMBOLSO
               " IMPORTE " WKS-SUMA-REEMBOLSO.
           DISPLAY "REPORTE GRABADO EN saldofav.rpt".
           DISPLAY "*****REPORTE TERMINADO*****".

       9800-REGISTRO-CONTROL.
           MOVE "SALFAVOR" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-ACTIVOS TO RUN-APLICADOS.
           ADD WKS-CONTADOR-REEMBOLSO TO RUN-APLICADOS.
           MOVE 0 TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM SALFAVOR.
