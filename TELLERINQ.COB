               WHEN 15 MOVE 'BLOQUEIO' TO WS-OP-NAME
               WHEN 16 MOVE 'DESBLOQUEIO' TO WS-OP-NAME
               WHEN 17 MOVE 'ESTORNO' TO WS-OP-NAME
               WHEN 18 MOVE 'CREDITO PIX/TED' TO WS-OP-NAME
               WHEN OTHER MOVE 'OPERACAO' TO WS-OP-NAME
           END-EVALUATE.

