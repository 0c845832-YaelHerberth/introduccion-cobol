           MOVE "RCAL" TO LOG-OPERACION.
           MOVE "RECALC" TO LOG-PROGRAMA.
           MOVE "LOTE" TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE Día TO LOG-FECHA-D.
