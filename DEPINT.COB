           01 WS-RATE-TABLE-USED PIC 9(3) VALUE ZERO.
           01 WS-RATE-IDX PIC 9(3).
           01 WS-RATE-FOUND PIC A(1).
           01 WS-LEDGER-EOF PIC A(1).
           01 WS-LAST-INTEREST PIC 9(8).
           01 WS-ACCRUAL-DAYS PIC 9(5).
           01 WS-INTEREST PIC 9(9)V99.
           01 WS-CREDITED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
                   10 WS-TBL-RATE PIC 9(3)V999.

           COPY BATCHCOM.
           COPY CALCOM.

       PROCEDURE DIVISION.
       0000-MAIN.
               END-IF
           END-PERFORM.

       3150-FIND-LAST-INTEREST.
           MOVE ACCOUNT-OPEN-DATE TO WS-LAST-INTEREST
           MOVE ACCOUNT-ID TO LEDGER-ACCOUNT-ID
           MOVE ZERO TO LEDGER-DATE
           MOVE ZERO TO LEDGER-SEQ
           MOVE 'N' TO WS-LEDGER-EOF
           START ACCOUNT-LEDGER KEY NOT < LEDGER-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ ACCOUNT-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF LEDGER-ACCOUNT-ID NOT = ACCOUNT-ID THEN
                           MOVE 'Y' TO WS-LEDGER-EOF
                       ELSE
                           IF LEDGER-OPERATION = 12 AND
                              LEDGER-AMOUNT > ZERO AND
                              LEDGER-REVERSED NOT = 'S' THEN
                               MOVE LEDGER-DATE TO WS-LAST-INTEREST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3200-CREDIT-INTEREST.
           PERFORM 3150-FIND-LAST-INTEREST
           MOVE ZERO TO WS-ACCRUAL-DAYS
           IF WS-LAST-INTEREST > ZERO AND
              WS-LAST-INTEREST < BCTL-BUSINESS-DATE THEN
               MOVE 'C' TO CLD-FUNCTION
               MOVE WS-LAST-INTEREST TO CLD-DATE
               MOVE BCTL-BUSINESS-DATE TO CLD-END-DATE
               CALL 'CALENDAR' USING CALENDAR-AREA
               IF CLD-STATUS = 'Y' THEN
                   MOVE CLD-DAYS TO WS-ACCRUAL-DAYS
               ELSE
                   DISPLAY 'DEPINT: ' CLD-MESSAGE ' CONTA ' ACCOUNT-ID
               END-IF
           END-IF
           COMPUTE WS-INTEREST ROUNDED =
               ACCOUNT-BALANCE * WS-TBL-RATE(WS-RATE-IDX)
               * WS-ACCRUAL-DAYS / 25200
           IF WS-INTEREST > ZERO THEN
               ADD WS-INTEREST TO ACCOUNT-BALANCE
               REWRITE ACCOUNT-FILE
               ADD 1 TO WS-CREDITED-COUNT
               ADD WS-INTEREST TO WS-TOTAL-INTEREST
               DISPLAY 'JUROS ' WS-INTEREST ' CONTA ' ACCOUNT-ID
                   ' DIAS UTEIS ' WS-ACCRUAL-DAYS
           END-IF.

       3900-WRITE-LEDGER.
           MOVE ACCOUNT-ID TO LEDGER-ACCOUNT-ID
           MOVE BCTL-BUSINESS-DATE TO LEDGER-DATE
           MOVE 12 TO LEDGER-OPERATION
           MOVE WS-INTEREST TO LEDGER-AMOUNT
           MOVE ACCOUNT-BALANCE TO LEDGER-BALANCE
