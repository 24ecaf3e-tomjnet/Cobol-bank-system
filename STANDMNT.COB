           01 WS-NEW-END-DATE PIC 9(8).
           01 WS-NEW-FREQUENCY PIC X(1).
           01 WS-DISP-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-OLD-AMOUNT PIC 9(9)V99.
           01 WS-OLD-FREQUENCY PIC X(1).
           01 WS-OLD-NEXT-DATE PIC 9(8).
           01 WS-OLD-END-DATE PIC 9(8).
           01 WS-OLD-STATUS PIC X(1).
           COPY AUDITCOM.

       PROCEDURE DIVISION.
       0000-MAIN.
                       MOVE 'A' TO SO-STATUS
                       WRITE STANDING-ORDER-RECORD
                       DISPLAY 'ORDEM INCLUIDA ' SO-ORDER-ID
                       PERFORM 7100-AUDIT-INCLUDE
                   END-IF
               END-IF
           END-IF.
               DISPLAY 'ORDEM NAO ENCONTRADA'
           ELSE
               PERFORM 6100-SHOW-ORDER
               PERFORM 7050-SAVE-ORDER
               DISPLAY 'NOVO VALOR (0 MANTEM): ' WITH NO ADVANCING
               ACCEPT WS-NEW-AMOUNT
               IF WS-NEW-AMOUNT NOT = ZERO THEN
               END-IF
               REWRITE STANDING-ORDER-RECORD
               DISPLAY 'ORDEM ALTERADA ' SO-ORDER-ID
               PERFORM 7200-AUDIT-CHANGES
           END-IF.

       5000-CANCEL-ORDER.
           IF WS-ORDER-EXISTS = 'N' THEN
               DISPLAY 'ORDEM NAO ENCONTRADA'
           ELSE
               PERFORM 7050-SAVE-ORDER
               MOVE 'C' TO SO-STATUS
               REWRITE STANDING-ORDER-RECORD
               DISPLAY 'ORDEM CANCELADA ' SO-ORDER-ID
               PERFORM 7200-AUDIT-CHANGES
           END-IF.

       6000-LIST-ORDERS.
               ' FINAL ' SO-END-DATE
               ' STATUS ' SO-STATUS.

       7050-SAVE-ORDER.
           MOVE SO-AMOUNT TO WS-OLD-AMOUNT
           MOVE SO-FREQUENCY TO WS-OLD-FREQUENCY
           MOVE SO-NEXT-DATE TO WS-OLD-NEXT-DATE
           MOVE SO-END-DATE TO WS-OLD-END-DATE
           MOVE SO-STATUS TO WS-OLD-STATUS.

       7100-AUDIT-INCLUDE.
           MOVE 'I' TO AUD-ACTION
           MOVE 'ORDEM' TO AUD-FIELD
           MOVE SPACES TO AUD-BEFORE
           MOVE SPACES TO AUD-AFTER
           MOVE SO-AMOUNT TO WS-DISP-AMOUNT
           STRING 'DESTINO ' SO-COUNTERPARTY
                  ' VALOR ' WS-DISP-AMOUNT
                  ' FREQ ' SO-FREQUENCY
                  ' VENCIMENTO ' SO-NEXT-DATE
                  ' FINAL ' SO-END-DATE
                  ' STATUS ' SO-STATUS
               DELIMITED BY SIZE INTO AUD-AFTER
           PERFORM 7900-WRITE-AUDIT.

       7200-AUDIT-CHANGES.
           MOVE 'A' TO AUD-ACTION
           IF SO-AMOUNT NOT = WS-OLD-AMOUNT THEN
               MOVE 'VALOR' TO AUD-FIELD
               MOVE WS-OLD-AMOUNT TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO AUD-BEFORE
               MOVE SO-AMOUNT TO WS-DISP-AMOUNT
               MOVE WS-DISP-AMOUNT TO AUD-AFTER
               PERFORM 7900-WRITE-AUDIT
           END-IF
           IF SO-FREQUENCY NOT = WS-OLD-FREQUENCY THEN
               MOVE 'FREQUENCIA' TO AUD-FIELD
               MOVE WS-OLD-FREQUENCY TO AUD-BEFORE
               MOVE SO-FREQUENCY TO AUD-AFTER
               PERFORM 7900-WRITE-AUDIT
           END-IF
           IF SO-NEXT-DATE NOT = WS-OLD-NEXT-DATE THEN
               MOVE 'VENCIMENTO' TO AUD-FIELD
               MOVE WS-OLD-NEXT-DATE TO AUD-BEFORE
               MOVE SO-NEXT-DATE TO AUD-AFTER
               PERFORM 7900-WRITE-AUDIT
           END-IF
           IF SO-END-DATE NOT = WS-OLD-END-DATE THEN
               MOVE 'DATA-FINAL' TO AUD-FIELD
               MOVE WS-OLD-END-DATE TO AUD-BEFORE
               MOVE SO-END-DATE TO AUD-AFTER
               PERFORM 7900-WRITE-AUDIT
           END-IF
           IF SO-STATUS NOT = WS-OLD-STATUS THEN
               MOVE 'STATUS' TO AUD-FIELD
               MOVE WS-OLD-STATUS TO AUD-BEFORE
               MOVE SO-STATUS TO AUD-AFTER
               PERFORM 7900-WRITE-AUDIT
           END-IF.

       7900-WRITE-AUDIT.
           MOVE 'STANDORD' TO AUD-FILE
           MOVE SO-ORDER-ID TO AUD-KEY
           MOVE SO-ACCOUNT-ID TO AUD-ACCOUNT-ID
           PERFORM 3200-CHECK-ACCOUNT
           IF WS-ACCOUNT-EXISTS = 'Y' THEN
               MOVE ACCOUNT-PEOPLE-ID TO AUD-PEOPLE-ID
           ELSE
               MOVE ZERO TO AUD-PEOPLE-ID
           END-IF
           MOVE 'STANDMNT' TO AUD-PROGRAM
           MOVE ZERO TO AUD-BATCH-ID
           CALL 'AUDITLOG' USING AUDIT-CONTROL-AREA
           IF AUD-STATUS = 'N' THEN
               DISPLAY 'FALHA AO GRAVAR AUDITORIA'
           END-IF.

       9000-CLOSE-FILES.
           CLOSE STANDING-ORDER
           CLOSE ACCOUNT.
