           MOVE WKS-FECHA-FILE(7:2) TO D OF FECHA-ALTA-FILE.
           MOVE ZEROES TO FECHA-MODIFICACION.
           MOVE "A" TO ESTATUS-CLIENTE-FILE.
           MOVE ZEROES TO ID-FUSIONADO-FILE.

           IF WKS-TASA-VALIDA = "S"
               PERFORM 2300-GRABAR-MIGRADO
           MOVE "MIGR" TO LOG-OPERACION.
           MOVE "MIGRA" TO LOG-PROGRAMA.
           MOVE "LOTE" TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
