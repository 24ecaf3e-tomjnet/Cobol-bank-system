                 'storage/collections_report.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-FS.
             SELECT LOAN-HISTORY ASSIGN TO 'storage/loan_history.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-FS.

       DATA DIVISION.
           FILE SECTION.
           FD COLLECTIONS-REPORT.
           01 COLLECTIONS-REPORT-LINE PIC X(132).

           FD LOAN-HISTORY.
           COPY LOANHREC.

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-LOAN-FS PIC X(2).
           01 WS-FLAGGED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-POLICY-FS PIC X(2).
           01 WS-REPORT-FS PIC X(2).
           01 WS-HISTORY-FS PIC X(2).
           01 WS-PENALTY-RATE PIC 9(3)V999 VALUE ZERO.
           01 WS-FREEZE-AFTER PIC 9(3) VALUE 3.
           01 WS-PENALTY-MONTH-RATE PIC 9(3)V9(8).
           01 WS-BUCKET-AMOUNTS.
               05 WS-BUCKET-AMOUNT OCCURS 4 TIMES PIC 9(13)V99.
           01 WS-BUCKET-IDX PIC 9(1).
           01 WS-LOAN-DUE PIC A(1).
           01 WS-NOT-DUE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-NEXT-YEAR PIC 9(4).
           01 WS-NEXT-MONTH PIC 9(2).
           01 WS-NEXT-DAY PIC 9(2).

           01 WS-RPT-HEADER.
               05 FILLER PIC X(40) VALUE
               05 WS-REASON-INSUFFICIENT-FUNDS PIC 9(2) VALUE 10.

           COPY BATCHCOM.
           COPY CALCOM.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 2000-READ-LOAN
               IF WS-EOF NOT = 'Y'
                   PERFORM 2100-CHECK-DUE-DATE
                   IF WS-LOAN-DUE = 'Y' THEN
                       PERFORM 3000-SERVICE-LOAN
                   ELSE
                       ADD 1 TO WS-NOT-DUE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 5000-REPORT-BUCKET-TOTALS
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'LOANSVC: ' WS-SERVICED-COUNT
               ' PARCELAS COBRADAS'
           DISPLAY 'LOANSVC: ' WS-NOT-DUE-COUNT
               ' EMPRESTIMOS SEM PARCELA VENCIDA NA DATA'
           DISPLAY 'LOANSVC: ' WS-PAYOFF-COUNT
               ' EMPRESTIMOS QUITADOS'
           DISPLAY 'LOANSVC: ' WS-FLAGGED-COUNT
           PERFORM 1400-OPEN-REJECT
           PERFORM 1500-OPEN-HOLD
           PERFORM 1600-LOAD-POLICY
           PERFORM 1700-OPEN-HISTORY
           OPEN OUTPUT COLLECTIONS-REPORT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-RH-DATE
               CLOSE LOAN-POLICY
           END-IF.

       1700-OPEN-HISTORY.
           OPEN EXTEND LOAN-HISTORY
           IF WS-HISTORY-FS = '35' THEN
               OPEN OUTPUT LOAN-HISTORY
           END-IF.

       2000-READ-LOAN.
           READ ACCOUNT-LOAN NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2100-CHECK-DUE-DATE.
           MOVE 'Y' TO WS-LOAN-DUE
           IF LOAN-NEXT-DUE-DATE NOT = ZERO THEN
               MOVE 'R' TO CLD-FUNCTION
               MOVE 'LOANSVC' TO CLD-PRODUCT
               MOVE LOAN-NEXT-DUE-DATE TO CLD-DATE
               CALL 'CALENDAR' USING CALENDAR-AREA
               IF CLD-STATUS = 'N' THEN
                   MOVE LOAN-NEXT-DUE-DATE TO CLD-RESULT-DATE
               END-IF
               IF CLD-RESULT-DATE > BCTL-BUSINESS-DATE THEN
                   MOVE 'N' TO WS-LOAN-DUE
               END-IF
           END-IF.

       3000-SERVICE-LOAN.
           PERFORM 3050-ADVANCE-DUE-DATE
           PERFORM 3100-ACCRUE-INTEREST
           PERFORM 3200-COMPUTE-INSTALLMENT
           PERFORM 3300-LOOKUP-ACCOUNT
               END-IF
           END-IF.

       3050-ADVANCE-DUE-DATE.
           IF LOAN-NEXT-DUE-DATE = ZERO THEN
               MOVE BCTL-BUSINESS-DATE TO LOAN-NEXT-DUE-DATE
           END-IF
           COMPUTE WS-NEXT-YEAR = LOAN-NEXT-DUE-DATE / 10000
           COMPUTE WS-NEXT-MONTH =
               FUNCTION MOD(LOAN-NEXT-DUE-DATE / 100, 100)
           COMPUTE WS-NEXT-DAY = FUNCTION MOD(LOAN-NEXT-DUE-DATE, 100)
           IF WS-NEXT-MONTH = 12 THEN
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           IF WS-NEXT-DAY > 28 THEN
               MOVE 28 TO WS-NEXT-DAY
           END-IF
           COMPUTE LOAN-NEXT-DUE-DATE = WS-NEXT-YEAR * 10000 +
               WS-NEXT-MONTH * 100 + WS-NEXT-DAY.

       3100-ACCRUE-INTEREST.
           COMPUTE WS-MONTH-RATE = LOAN-RATE / 1200
           COMPUTE WS-INTEREST ROUNDED =
               LOAN-REMAINING-BALANCE * WS-MONTH-RATE
           ADD WS-INTEREST TO LOAN-REMAINING-BALANCE
           IF WS-INTEREST > ZERO THEN
               MOVE 'J' TO LHIST-EVENT
               MOVE WS-INTEREST TO LHIST-AMOUNT
               PERFORM 3940-WRITE-LOAN-HISTORY
           END-IF.

       3200-COMPUTE-INSTALLMENT.
           IF LOAN-TERM < 2 THEN
           SUBTRACT WS-INSTALLMENT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-FILE
           SUBTRACT WS-INSTALLMENT FROM LOAN-REMAINING-BALANCE
           MOVE 'P' TO LHIST-EVENT
           MOVE WS-INSTALLMENT TO LHIST-AMOUNT
           PERFORM 3940-WRITE-LOAN-HISTORY
           COMPUTE WS-LEDGER-AMOUNT = WS-INSTALLMENT * -1
           PERFORM 3900-WRITE-LEDGER
           ADD 1 TO WS-SERVICED-COUNT
               SUBTRACT LOAN-PAST-DUE FROM ACCOUNT-BALANCE
               REWRITE ACCOUNT-FILE
               SUBTRACT LOAN-PAST-DUE FROM LOAN-REMAINING-BALANCE
               MOVE 'P' TO LHIST-EVENT
               MOVE LOAN-PAST-DUE TO LHIST-AMOUNT
               PERFORM 3940-WRITE-LOAN-HISTORY
               COMPUTE WS-LEDGER-AMOUNT = LOAN-PAST-DUE * -1
               PERFORM 3900-WRITE-LEDGER
               ADD 1 TO WS-RECOVERED-COUNT
                   LOAN-PAST-DUE * WS-PENALTY-MONTH-RATE
               ADD WS-PENALTY TO LOAN-PAST-DUE
               ADD WS-PENALTY TO LOAN-REMAINING-BALANCE
               IF WS-PENALTY > ZERO THEN
                   MOVE 'M' TO LHIST-EVENT
                   MOVE WS-PENALTY TO LHIST-AMOUNT
                   PERFORM 3940-WRITE-LOAN-HISTORY
               END-IF
           END-IF
           ADD WS-INSTALLMENT TO LOAN-PAST-DUE
           ADD 1 TO LOAN-MISSED-COUNT
               END-WRITE
           END-PERFORM.

       3940-WRITE-LOAN-HISTORY.
           MOVE LOAN-ACCOUNT-ID TO LHIST-ACCOUNT-ID
           MOVE WS-TODAY TO LHIST-DATE
           MOVE LOAN-REMAINING-BALANCE TO LHIST-BALANCE
           WRITE LOAN-HISTORY-RECORD.

       4000-REPORT-DELINQUENT.
           ADD 1 TO WS-DELINQUENT-COUNT
           IF LOAN-PAST-DUE-DATE = ZERO THEN
           CLOSE ACCOUNT-LEDGER
           CLOSE ACCOUNT-REJECT
           CLOSE ACCOUNT-HOLD
           CLOSE COLLECTIONS-REPORT
           CLOSE LOAN-HISTORY.
