       FILE SECTION.
      * SECUENCIA CONFIGURABLE DE LA CADENA NOCTURNA, UN PROGRAMA
      * POR RENGLON; SI EL ARCHIVO NO EXISTE O ESTA VACIO SE USA LA
      * SECUENCIA DE SIEMPRE: INTEGRA, CARGOS, PAGOS, POLIZA,
      * REVCONV, EXTRACT, AUDITA, CONCILIA, UNLOAD, AUTREP. INTEGRA
      * VA PRIMERO PARA QUE NO SE FACTURE SOBRE CARGOS O TARJETAS SIN
      * CLIENTE EN EL MAESTRO; AUTREP VENCE LAS AUTORIZACIONES
      * VIEJAS Y DEJA EL REPORTE DE PENDIENTES PARA LA MAÑANA.
       FD SECUENCIA.
       01 REG-SECUENCIA.
           05 SEC-PROGRAMA PIC X(8).
           END-IF.

       1200-SECUENCIA-DE-SIEMPRE.
           MOVE 10 TO WKS-TOT-PASOS.
           MOVE "INTEGRA" TO WKS-PASO-PROGRAMA(1).
           MOVE "CARGOS" TO WKS-PASO-PROGRAMA(2).
           MOVE "PAGOS" TO WKS-PASO-PROGRAMA(3).
           MOVE "POLIZA" TO WKS-PASO-PROGRAMA(4).
           MOVE "REVCONV" TO WKS-PASO-PROGRAMA(5).
           MOVE "EXTRACT" TO WKS-PASO-PROGRAMA(6).
           MOVE "AUDITA" TO WKS-PASO-PROGRAMA(7).
           MOVE "CONCILIA" TO WKS-PASO-PROGRAMA(8).
           MOVE "UNLOAD" TO WKS-PASO-PROGRAMA(9).
           MOVE "AUTREP" TO WKS-PASO-PROGRAMA(10).

       1300-BUSCAR-CHECKPOINT.
           OPEN INPUT CHK-CADENA.
