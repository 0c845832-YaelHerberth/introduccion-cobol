       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCARG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-V1 ASSIGN TO "cargos_v1.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS V1-CARGO-LLAVE.

           SELECT CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LAYOUT VIEJO DE CARGOS, CON LA LLAVE SIN PERIODO; SOLO ESTE
      * PROGRAMA LO CONOCE, EL RESTO DEL SISTEMA YA USA CPCARREG.
       FD CAR-V1.
       01 REG-CARGOS-V1.
           05 V1-CARGO-LLAVE.
            10 V1-CARGO-ID-CLIENTE PIC 9(7).
            10 V1-CARGO-CLAVE-TARJETA PIC 9(01).
            10 V1-CARGO-ANIO PIC 9(4).
           05 V1-CARGO-NOMBRE-CLIENTE PIC X(20).
           05 V1-CARGO-IMPORTE PIC 9(05).
           05 V1-CARGO-FECHA PIC 9(8).
           05 V1-CARGO-IMPORTE-PAGADO PIC 9(05).
           05 V1-CARGO-ESTATUS PIC X(09).
           05 V1-CARGO-TIPO-CARGO PIC X(01).
           05 V1-CARGO-MESES-COBRADOS PIC 9(02).

       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-CONFIRMAR PIC 9(1).
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-GRABADOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-ERRORES PIC 9(7) VALUE 0.
       01 WKS-SUMA-IMPORTE-V1 PIC 9(9) VALUE 0.
       01 WKS-SUMA-IMPORTE PIC 9(9) VALUE 0.
       01 WKS-SUMA-PAGADO-V1 PIC 9(9) VALUE 0.
       01 WKS-SUMA-PAGADO PIC 9(9) VALUE 0.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

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
           PERFORM 2000-CONVERTIR-CARGO UNTIL WKS-FIN = "S".
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           DISPLAY "*****CONVERSION DE CARGOS A LLAVE CON PERIODO*****".
           DISPLAY "LEE cargos_v1.idx (EL cargos.idx ANTERIOR,".
           DISPLAY "RENOMBRADO) Y GRABA cargos.idx CON EL PERIODO".
           DISPLAY "EN CERO: TODOS LOS CARGOS ACTUALES SON ANUALIDADES".
           DISPLAY "ESTO SUSTITUYE POR COMPLETO EL cargos.idx ACTUAL".
           DISPLAY "¿DESEAS CONTINUAR?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-CONFIRMAR.
           IF WKS-CONFIRMAR NOT = 1
               DISPLAY "CONVERSION CANCELADA"
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           OPEN INPUT CAR-V1.
           OPEN OUTPUT CAR-CLI.

       2000-CONVERTIR-CARGO.
           READ CAR-V1
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   PERFORM 2100-GRABAR-CARGO
           END-READ.

       2100-GRABAR-CARGO.
           ADD 1 TO WKS-CONTADOR-LEIDOS.
           ADD V1-CARGO-IMPORTE TO WKS-SUMA-IMPORTE-V1.
           ADD V1-CARGO-IMPORTE-PAGADO TO WKS-SUMA-PAGADO-V1.
           MOVE V1-CARGO-ID-CLIENTE TO CARGO-ID-CLIENTE.
           MOVE V1-CARGO-CLAVE-TARJETA TO CARGO-CLAVE-TARJETA.
           MOVE V1-CARGO-ANIO TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           MOVE V1-CARGO-NOMBRE-CLIENTE TO CARGO-NOMBRE-CLIENTE.
           MOVE V1-CARGO-IMPORTE TO CARGO-IMPORTE.
           MOVE V1-CARGO-FECHA TO CARGO-FECHA.
           MOVE V1-CARGO-IMPORTE-PAGADO TO CARGO-IMPORTE-PAGADO.
           MOVE V1-CARGO-ESTATUS TO CARGO-ESTATUS.
           MOVE V1-CARGO-TIPO-CARGO TO CARGO-TIPO-CARGO.
           MOVE V1-CARGO-MESES-COBRADOS TO CARGO-MESES-COBRADOS.
           MOVE V1-CARGO-IMPORTE TO CARGO-BASE.
           MOVE 0 TO CARGO-TASA-IVA.
           MOVE 0 TO CARGO-IVA.
           MOVE 0 TO CARGO-IMPORTE-AJUSTADO.
           MOVE 0 TO CARGO-FECHA-AJUSTE.
           WRITE REG-CARGOS
               INVALID KEY
                   ADD 1 TO WKS-CONTADOR-ERRORES
                   MOVE "ERROR" TO WKS-ESTADO-CORRIDA
                   DISPLAY "ERROR AL GRABAR CARGO ID "
                       CARGO-ID-CLIENTE " CICLO " CARGO-ANIO
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-GRABADOS
                   ADD CARGO-IMPORTE TO WKS-SUMA-IMPORTE
                   ADD CARGO-IMPORTE-PAGADO TO WKS-SUMA-PAGADO
           END-WRITE.

      * LOS TOTALES DE ENTRADA Y SALIDA DEBEN CUADRAR; SI NO, SE
      * CONSERVA cargos_v1.idx PARA REPETIR LA CONVERSION.
       9000-FIN.
           IF WKS-CONTADOR-GRABADOS NOT = WKS-CONTADOR-LEIDOS
               OR WKS-SUMA-IMPORTE NOT = WKS-SUMA-IMPORTE-V1
               OR WKS-SUMA-PAGADO NOT = WKS-SUMA-PAGADO-V1
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
           END-IF.
           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE CAR-V1.
           CLOSE CAR-CLI.
           DISPLAY "CARGOS LEIDOS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "CARGOS GRABADOS: " WKS-CONTADOR-GRABADOS.
           DISPLAY "IMPORTE LEIDO: " WKS-SUMA-IMPORTE-V1
               " GRABADO: " WKS-SUMA-IMPORTE.
           DISPLAY "PAGADO LEIDO: " WKS-SUMA-PAGADO-V1
               " GRABADO: " WKS-SUMA-PAGADO.
           IF WKS-ESTADO-CORRIDA = "OK"
               DISPLAY "*****CONVERSION TERMINADA, CUADRAN*****"
           ELSE
               DISPLAY "*****LOS TOTALES NO CUADRAN*****"
               DISPLAY "REVISA Y REPITE DESDE cargos_v1.idx"
               MOVE 8 TO RETURN-CODE
           END-IF.

       9800-REGISTRO-CONTROL.
           MOVE "CONVCARG" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-GRABADOS TO RUN-APLICADOS.
           MOVE WKS-CONTADOR-ERRORES TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM CONVCARG.
