       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT TRB-CLI ASSIGN TO "duplic.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRB-LLAVE.

           SELECT REPORTE ASSIGN TO "duplicados.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REG-CLI.
       01 REG-CLIENTES.
           COPY CPCLIREG.

      * ARCHIVO DE TRABAJO: CADA CLIENTE ENTRA UNA VEZ POR SU RFC
      * (CRITERIO R) Y OTRA POR NOMBRE MAS DOMICILIO (CRITERIO N);
      * AL LEERLO EN ORDEN DE LLAVE LOS PROBABLES DUPLICADOS QUEDAN
      * JUNTOS.
       FD TRB-CLI.
       01 REG-TRABAJO.
           05 TRB-LLAVE.
            10 TRB-CRITERIO PIC X(1).
            10 TRB-CLAVE PIC X(60).
            10 TRB-ID-CLIENTE PIC 9(7).
           05 TRB-NOMBRE PIC X(20).
           05 TRB-ESTATUS PIC X(1).
           05 TRB-FECHA-ALTA PIC 9(8).
           05 TRB-RFC PIC X(13).

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
       01 WKS-FIN-MAESTRO PIC X(1) VALUE "N".
       01 WKS-FIN-TRABAJO PIC X(1) VALUE "N".
       01 WKS-GRUPO-ABIERTO PIC X(1) VALUE "N".
       01 WKS-CONTADOR-CLIENTES PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-FUSIONADOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-GRUPOS-RFC PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-GRUPOS-NOMBRE PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-EN-GRUPO PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

      * RENGLON ANTERIOR DEL ARCHIVO DE TRABAJO: SE IMPRIME HASTA
      * QUE EL SIGUIENTE TRAE LA MISMA CLAVE.
       01 WKS-ANTERIOR.
           05 WKS-ANT-CRITERIO PIC X(1) VALUE SPACE.
           05 WKS-ANT-CLAVE PIC X(60) VALUE SPACES.
           05 WKS-ANT-ID PIC 9(7).
           05 WKS-ANT-NOMBRE PIC X(20).
           05 WKS-ANT-ESTATUS PIC X(1).
           05 WKS-ANT-FECHA-ALTA PIC 9(8).
           05 WKS-ANT-RFC PIC X(13).

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(40)
               VALUE "CANDIDATOS A FUSION DE CLIENTES AL ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(21) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "ID       ".
           05 FILLER PIC X(21) VALUE "NOMBRE               ".
           05 FILLER PIC X(4) VALUE "EST ".
           05 FILLER PIC X(10) VALUE "ALTA      ".
           05 FILLER PIC X(13) VALUE "RFC          ".

       01 WKS-LINEA-GRUPO.
           05 WKS-GRU-TEXTO PIC X(26).
           05 WKS-GRU-CLAVE PIC X(54).

       01 WKS-LINEA-DETALLE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WKS-DET-ESTATUS PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WKS-DET-FECHA-ALTA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-RFC PIC X(13).

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
           PERFORM 2000-CARGAR-MAESTRO UNTIL WKS-FIN-MAESTRO = "S".
           PERFORM 3000-PREPARAR-BARRIDO.
           PERFORM 3100-LEER-TRABAJO UNTIL WKS-FIN-TRABAJO = "S".
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           DISPLAY "*****CANDIDATOS A FUSION DE CLIENTES*****".
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           MOVE WKS-FECHA-INICIO TO WKS-TIT-FECHA.
           OPEN INPUT REG-CLI.
           OPEN OUTPUT TRB-CLI.
           CLOSE TRB-CLI.
           OPEN I-O TRB-CLI.
           OPEN OUTPUT REPORTE.

      *****PASO 1: MAESTRO AL ARCHIVO DE TRABAJO***************
      * LOS DUPLICADOS YA FUSIONADOS NO SE VUELVEN A PROPONER; UN
      * RFC O DOMICILIO EN BLANCO NO SE COMPARA.
       2000-CARGAR-MAESTRO.
           READ REG-CLI
               AT END
                   MOVE "S" TO WKS-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-CLIENTES
                   IF ID-FUSIONADO-FILE IS NUMERIC
                       AND ID-FUSIONADO-FILE > 0
                       ADD 1 TO WKS-CONTADOR-FUSIONADOS
                   ELSE
                       PERFORM 2100-GRABAR-TRABAJO
                   END-IF
           END-READ.

       2100-GRABAR-TRABAJO.
           MOVE ID-CLIENTE-FILE TO TRB-ID-CLIENTE.
           MOVE NOMBRE-CLIENTE-FILE TO TRB-NOMBRE.
           MOVE ESTATUS-CLIENTE-FILE TO TRB-ESTATUS.
           MOVE FECHA-ALTA-FILE TO TRB-FECHA-ALTA.
           MOVE RFC-CLIENTE-FILE TO TRB-RFC.
           IF RFC-CLIENTE-FILE NOT = SPACES
               MOVE "R" TO TRB-CRITERIO
               MOVE RFC-CLIENTE-FILE TO TRB-CLAVE
               PERFORM 2110-ESCRIBIR-TRABAJO
           END-IF.
           IF DOMICILIO-CLIENTE-FILE NOT = SPACES
               MOVE "N" TO TRB-CRITERIO
               MOVE NOMBRE-CLIENTE-FILE TO TRB-CLAVE(1:20)
               MOVE DOMICILIO-CLIENTE-FILE TO TRB-CLAVE(21:40)
               PERFORM 2110-ESCRIBIR-TRABAJO
           END-IF.

       2110-ESCRIBIR-TRABAJO.
           WRITE REG-TRABAJO
               INVALID KEY
                   DISPLAY "ERROR EN ARCHIVO DE TRABAJO, ID "
                       TRB-ID-CLIENTE
           END-WRITE.

      *****PASO 2: GRUPOS DE PROBABLES DUPLICADOS**************
       3000-PREPARAR-BARRIDO.
           MOVE SPACES TO TRB-CRITERIO.
           MOVE SPACES TO TRB-CLAVE.
           MOVE 0 TO TRB-ID-CLIENTE.
           START TRB-CLI KEY IS NOT LESS THAN TRB-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-TRABAJO
           END-START.

       3100-LEER-TRABAJO.
           READ TRB-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TRABAJO
               NOT AT END
                   PERFORM 3200-COMPARAR-ANTERIOR
           END-READ.

       3200-COMPARAR-ANTERIOR.
           IF TRB-CRITERIO = WKS-ANT-CRITERIO
               AND TRB-CLAVE = WKS-ANT-CLAVE
               IF WKS-GRUPO-ABIERTO = "N"
                   PERFORM 3300-ABRIR-GRUPO
               END-IF
               MOVE TRB-ID-CLIENTE TO WKS-DET-ID
               MOVE TRB-NOMBRE TO WKS-DET-NOMBRE
               MOVE TRB-ESTATUS TO WKS-DET-ESTATUS
               MOVE TRB-FECHA-ALTA TO WKS-DET-FECHA-ALTA
               MOVE TRB-RFC TO WKS-DET-RFC
               MOVE WKS-LINEA-DETALLE TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
               ADD 1 TO WKS-CONTADOR-EN-GRUPO
           ELSE
               MOVE "N" TO WKS-GRUPO-ABIERTO
           END-IF.
           MOVE TRB-CRITERIO TO WKS-ANT-CRITERIO.
           MOVE TRB-CLAVE TO WKS-ANT-CLAVE.
           MOVE TRB-ID-CLIENTE TO WKS-ANT-ID.
           MOVE TRB-NOMBRE TO WKS-ANT-NOMBRE.
           MOVE TRB-ESTATUS TO WKS-ANT-ESTATUS.
           MOVE TRB-FECHA-ALTA TO WKS-ANT-FECHA-ALTA.
           MOVE TRB-RFC TO WKS-ANT-RFC.

      * EL PRIMERO DEL GRUPO ES EL ID MAS BAJO, NORMALMENTE EL ALTA
      * MAS ANTIGUA: EL SOBREVIVIENTE NATURAL PARA FUSION.
       3300-ABRIR-GRUPO.
           MOVE "S" TO WKS-GRUPO-ABIERTO.
           IF TRB-CRITERIO = "R"
               ADD 1 TO WKS-CONTADOR-GRUPOS-RFC
               MOVE "MISMO RFC:" TO WKS-GRU-TEXTO
               MOVE TRB-RFC TO WKS-GRU-CLAVE
           ELSE
               ADD 1 TO WKS-CONTADOR-GRUPOS-NOMBRE
               MOVE "MISMO NOMBRE Y DOMICILIO:" TO WKS-GRU-TEXTO
               MOVE TRB-CLAVE(21:40) TO WKS-GRU-CLAVE
           END-IF.
           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE WKS-LINEA-GRUPO TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE WKS-ANT-ID TO WKS-DET-ID.
           MOVE WKS-ANT-NOMBRE TO WKS-DET-NOMBRE.
           MOVE WKS-ANT-ESTATUS TO WKS-DET-ESTATUS.
           MOVE WKS-ANT-FECHA-ALTA TO WKS-DET-FECHA-ALTA.
           MOVE WKS-ANT-RFC TO WKS-DET-RFC.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           ADD 1 TO WKS-CONTADOR-EN-GRUPO.

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
           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "CLIENTES LEIDOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-CLIENTES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "YA FUSIONADOS (NO SE COMPARAN):" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-FUSIONADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "GRUPOS POR RFC:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-GRUPOS-RFC TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "GRUPOS POR NOMBRE Y DOMICILIO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-GRUPOS-NOMBRE TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "RENGLONES EN GRUPOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-EN-GRUPO TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "LA FUSION SE HACE UNO A UNO CON EL PROGRAMA FUSION"
               TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE REG-CLI.
           CLOSE TRB-CLI.
           CLOSE REPORTE.
           DISPLAY "CLIENTES LEIDOS: " WKS-CONTADOR-CLIENTES.
           DISPLAY "GRUPOS POR RFC: " WKS-CONTADOR-GRUPOS-RFC.
           DISPLAY "GRUPOS POR NOMBRE Y DOMICILIO: "
               WKS-CONTADOR-GRUPOS-NOMBRE.
           DISPLAY "REPORTE GRABADO EN duplicados.rpt".
           DISPLAY "*****CANDIDATOS TERMINADOS*****".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "DUPLIC" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-CLIENTES TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-GRUPOS-RFC TO RUN-APLICADOS.
           ADD WKS-CONTADOR-GRUPOS-NOMBRE TO RUN-APLICADOS.
           MOVE WKS-CONTADOR-FUSIONADOS TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM DUPLIC.
