               WHEN 15 MOVE 'BLOQUEIO' TO WS-DL-OPERATION
               WHEN 16 MOVE 'DESBLOQUEIO' TO WS-DL-OPERATION
               WHEN 17 MOVE 'ESTORNO' TO WS-DL-OPERATION
               WHEN 18 MOVE 'CREDITO PIX/TED' TO WS-DL-OPERATION
               WHEN OTHER MOVE 'OPERACAO' TO WS-DL-OPERATION
           END-EVALUATE.

