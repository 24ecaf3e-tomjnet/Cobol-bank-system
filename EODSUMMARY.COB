           01 WS-NEW-ACCOUNT-COUNT PIC 9(7) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
           01 WS-OP-COUNTS.
               05 WS-OP-COUNT OCCURS 18 TIMES PIC 9(7).
           01 WS-OP-INDEX PIC 9(2).

           COPY BATCHCOM.
                   NOT AT END
                       IF LEDGER-DATE = WS-REPORT-RUN-DATE AND
                          LEDGER-OPERATION > 0 AND
                          LEDGER-OPERATION < 19
                           MOVE LEDGER-OPERATION TO WS-OP-INDEX
                           ADD 1 TO WS-OP-COUNT(WS-OP-INDEX)
                       END-IF
               WS-OP-COUNT(16)
           DISPLAY ' 17 ESTORNO............: '
               WS-OP-COUNT(17)
           DISPLAY ' 18 CREDITO PIX/TED....: '
               WS-OP-COUNT(18)
           DISPLAY 'TOTAL DE REJEITADOS......: '
               WS-REJECT-COUNT
           DISPLAY '======================================'.
