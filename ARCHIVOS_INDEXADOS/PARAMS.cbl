       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAR-CLI ASSIGN TO "parametros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPE-CLI ASSIGN TO "operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAR-CLI.
       01 REG-PARAMETRO.
           COPY CPPARREG.

       FD OPE-CLI.
       01 REG-OPERADOR.
           COPY CPOPEREG.

       WORKING-STORAGE SECTION.
           COPY CPPARAM.

       01 WKS-OPCION PIC 9(1).
       01 WKS-SALIR-MENU PIC X(1) VALUE "N".
       01 WKS-FIN-PARAMETROS PIC X(1) VALUE "N".
       01 WKS-MODIFICADO PIC X(1) VALUE "N".
       01 WKS-CONTADOR-PARAM PIC 9(2).
       01 WKS-CLAVE-NUEVA PIC X(08).
       01 WKS-VIGENCIA-NUEVA PIC 9(8).
       01 WKS-VALOR-NUEVO PIC 9(7)V99.
       01 WKS-DESCRIPCION-NUEVA PIC X(30).
       01 WKS-OPERADOR PIC X(8).
       01 WKS-NOMBRE-OPERADOR PIC X(20).
       01 WKS-NIVEL-OPERADOR PIC 9(1).
       01 WKS-OPERADOR-VALIDO PIC X(1).
       01 WKS-FIN-OPERADORES PIC X(1).
       01 WKS-TOT-OPERADORES PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-MENU UNTIL WKS-SALIR-MENU = "S".
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           DISPLAY "*****MANTENIMIENTO DE PARAMETROS DE NEGOCIO*****".
           PERFORM 1300-FIRMAR-OPERADOR.
           IF WKS-NIVEL-OPERADOR NOT = 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE CAMBIAR PARAMETROS"
               STOP RUN
           END-IF.
           OPEN INPUT PAR-CLI.
           PERFORM 1100-LEER-PARAMETRO UNTIL WKS-FIN-PARAMETROS = "S".
           CLOSE PAR-CLI.
           DISPLAY "PARAMETROS CARGADOS: " WKS-TOT-PARAMETROS.

       1100-LEER-PARAMETRO.
           READ PAR-CLI
               AT END
                   MOVE "S" TO WKS-FIN-PARAMETROS
               NOT AT END
                   PERFORM 1110-GUARDAR-PARAMETRO
           END-READ.

       1110-GUARDAR-PARAMETRO.
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

      *****FIRMA DE OPERADOR***********************************
       1300-FIRMAR-OPERADOR.
           MOVE "N" TO WKS-OPERADOR-VALIDO.
           PERFORM 1310-PEDIR-OPERADOR
               UNTIL WKS-OPERADOR-VALIDO = "S".
           DISPLAY "BIENVENIDO " WKS-NOMBRE-OPERADOR.

       1310-PEDIR-OPERADOR.
           DISPLAY "INTRODUCE TU CLAVE DE OPERADOR".
           ACCEPT WKS-OPERADOR.
           MOVE 0 TO WKS-TOT-OPERADORES.
           OPEN INPUT OPE-CLI.
           MOVE "N" TO WKS-FIN-OPERADORES.
           PERFORM 1320-LEER-OPERADOR
               UNTIL WKS-FIN-OPERADORES = "S".
           CLOSE OPE-CLI.

           IF WKS-TOT-OPERADORES = 0
               DISPLAY "NO HAY OPERADORES REGISTRADOS"
               DISPLAY "REGISTRA EL PRIMER SUPERVISOR DESDE MENU"
               STOP RUN
           END-IF.
           IF WKS-OPERADOR-VALIDO = "N"
               DISPLAY "OPERADOR INVALIDO O INACTIVO"
           END-IF.

       1320-LEER-OPERADOR.
           READ OPE-CLI
               AT END
                   MOVE "S" TO WKS-FIN-OPERADORES
               NOT AT END
                   ADD 1 TO WKS-TOT-OPERADORES
                   PERFORM 1330-COMPARAR-OPERADOR
           END-READ.

       1330-COMPARAR-OPERADOR.
           IF OPER-ID = WKS-OPERADOR AND OPER-ESTATUS = "A"
               MOVE "S" TO WKS-OPERADOR-VALIDO
               MOVE OPER-NOMBRE TO WKS-NOMBRE-OPERADOR
               MOVE OPER-NIVEL TO WKS-NIVEL-OPERADOR
           END-IF.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "1. LISTAR PARAMETROS".
           DISPLAY "2. AGREGAR PARAMETRO (NUEVA VIGENCIA O CLAVE)".
           DISPLAY "3. SALIR Y GRABAR".
           ACCEPT WKS-OPCION.

           EVALUATE WKS-OPCION
               WHEN 1
                   PERFORM 3000-LISTAR
               WHEN 2
                   PERFORM 4000-AGREGAR
               WHEN 3
                   MOVE "S" TO WKS-SALIR-MENU
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, ELIGE DE 1 A 3"
           END-EVALUATE.

      *****LISTADO DE PARAMETROS*******************************
       3000-LISTAR.
           MOVE 1 TO WKS-CONTADOR-PARAM.
           PERFORM 3100-MOSTRAR-PARAMETRO
               UNTIL WKS-CONTADOR-PARAM > WKS-TOT-PARAMETROS.
           DISPLAY "*****FIN DEL LISTADO*****".

       3100-MOSTRAR-PARAMETRO.
           DISPLAY "CLAVE: " WKS-PARAM-CLAVE(WKS-CONTADOR-PARAM)
               " VALOR: " WKS-PARAM-VALOR(WKS-CONTADOR-PARAM)
               " VIGENTE DESDE: "
               WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM).
           DISPLAY "    " WKS-PARAM-DESCRIPCION(WKS-CONTADOR-PARAM).
           ADD 1 TO WKS-CONTADOR-PARAM.

      *****ALTA DE PARAMETRO***********************************
      * UN CAMBIO DE VALOR NO PISA EL RENGLON ANTERIOR: SE AGREGA
      * OTRO CON SU FECHA DE VIGENCIA PARA QUE QUEDE LA HISTORIA.
       4000-AGREGAR.
           IF WKS-TOT-PARAMETROS >= 50
               DISPLAY "TABLA DE PARAMETROS LLENA, DEPURA "
                   "parametros.txt"
           ELSE
               PERFORM 4100-CAPTURAR-PARAMETRO
           END-IF.

       4100-CAPTURAR-PARAMETRO.
           DISPLAY "INTRODUCE CLAVE DEL PARAMETRO".
           ACCEPT WKS-CLAVE-NUEVA.
           DISPLAY "INTRODUCE VALOR (HASTA 7 ENTEROS Y 2 DECIMALES)".
           ACCEPT WKS-VALOR-NUEVO.
           DISPLAY "INTRODUCE FECHA DE VIGENCIA (AAAAMMDD)".
           ACCEPT WKS-VIGENCIA-NUEVA.
           DISPLAY "INTRODUCE DESCRIPCION".
           ACCEPT WKS-DESCRIPCION-NUEVA.

           IF WKS-CLAVE-NUEVA = SPACES OR WKS-VIGENCIA-NUEVA = 0
               DISPLAY "CLAVE O VIGENCIA INVALIDA, NO SE AGREGA"
           ELSE
               ADD 1 TO WKS-TOT-PARAMETROS
               MOVE WKS-CLAVE-NUEVA
                   TO WKS-PARAM-CLAVE(WKS-TOT-PARAMETROS)
               MOVE WKS-VIGENCIA-NUEVA
                   TO WKS-PARAM-VIGENCIA(WKS-TOT-PARAMETROS)
               MOVE WKS-VALOR-NUEVO
                   TO WKS-PARAM-VALOR(WKS-TOT-PARAMETROS)
               MOVE WKS-DESCRIPCION-NUEVA
                   TO WKS-PARAM-DESCRIPCION(WKS-TOT-PARAMETROS)
               MOVE "S" TO WKS-MODIFICADO
               DISPLAY "PARAMETRO AGREGADO POR " WKS-OPERADOR
           END-IF.

      *****GRABAR Y SALIR**************************************
       9000-FIN.
           IF WKS-MODIFICADO = "S"
               OPEN OUTPUT PAR-CLI
               MOVE 1 TO WKS-CONTADOR-PARAM
               PERFORM 9100-GRABAR-PARAMETRO
                   UNTIL WKS-CONTADOR-PARAM > WKS-TOT-PARAMETROS
               CLOSE PAR-CLI
               DISPLAY "PARAMETROS GRABADOS: " WKS-TOT-PARAMETROS
           ELSE
               DISPLAY "SIN CAMBIOS, NO SE REGRABA parametros.txt"
           END-IF.
           DISPLAY "GRACIAS POR SU VISITA".

       9100-GRABAR-PARAMETRO.
           MOVE WKS-PARAM-CLAVE(WKS-CONTADOR-PARAM) TO PAR-CLAVE.
           MOVE WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM) TO PAR-VIGENCIA.
           MOVE WKS-PARAM-VALOR(WKS-CONTADOR-PARAM) TO PAR-VALOR.
           MOVE WKS-PARAM-DESCRIPCION(WKS-CONTADOR-PARAM)
               TO PAR-DESCRIPCION.
           WRITE REG-PARAMETRO.
           ADD 1 TO WKS-CONTADOR-PARAM.

       END PROGRAM PARAMS.
