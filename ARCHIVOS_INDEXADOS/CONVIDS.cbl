           MOVE V1-LOG-ANUALIDAD-ANTES TO LOG-ANUALIDAD-ANTES.
           MOVE V1-LOG-ANUALIDAD-DESPUES TO LOG-ANUALIDAD-DESPUES.
           MOVE SPACES TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           WRITE REG-LOG.
           ADD 1 TO WKS-CONTADOR-LOG.

