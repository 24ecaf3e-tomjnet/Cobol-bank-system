       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCONV2.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT LOAN-OLD2 ASSIGN TO 'storage/loan.data.old'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS LOAN-OLD2-ACCOUNT-ID
             FILE STATUS IS WS-OLD-FS.
             SELECT ACCOUNT-LOAN ASSIGN TO 'storage/loan.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS LOAN-ACCOUNT-ID
             FILE STATUS IS WS-NEW-FS.

       DATA DIVISION.
           FILE SECTION.
           FD LOAN-OLD2.
           COPY LOANRECOLD2.

           FD ACCOUNT-LOAN.
           COPY LOANREC.

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-OLD-FS PIC X(2).
           01 WS-NEW-FS PIC X(2).
           01 WS-CONVERTED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TODAY PIC 9(8).
           01 WS-NEXT-YEAR PIC 9(4).
           01 WS-NEXT-MONTH PIC 9(2).
           01 WS-NEXT-DAY PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 2000-READ-OLD
               IF WS-EOF NOT = 'Y'
                   PERFORM 3000-CONVERT-RECORD
               END-IF
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'LOANCONV2: ' WS-CONVERTED-COUNT
               ' LOAN RECORDS CONVERTED'
           GOBACK.

       1000-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT LOAN-OLD2
           OPEN OUTPUT ACCOUNT-LOAN.

       2000-READ-OLD.
           READ LOAN-OLD2 NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       3000-CONVERT-RECORD.
           MOVE LOAN-OLD2-ACCOUNT-ID TO LOAN-ACCOUNT-ID
           MOVE LOAN-OLD2-PRINCIPAL TO LOAN-PRINCIPAL
           MOVE LOAN-OLD2-RATE TO LOAN-RATE
           MOVE LOAN-OLD2-TERM TO LOAN-TERM
           MOVE LOAN-OLD2-REMAINING-BALANCE TO
               LOAN-REMAINING-BALANCE
           MOVE LOAN-OLD2-DATE TO LOAN-DATE
           MOVE LOAN-OLD2-MISSED-COUNT TO LOAN-MISSED-COUNT
           MOVE LOAN-OLD2-PAST-DUE TO LOAN-PAST-DUE
           MOVE LOAN-OLD2-PAST-DUE-DATE TO LOAN-PAST-DUE-DATE
           PERFORM 3100-DERIVE-NEXT-DUE-DATE
           WRITE ACCOUNT-LOAN-RECORD
           ADD 1 TO WS-CONVERTED-COUNT.

       3100-DERIVE-NEXT-DUE-DATE.
           IF LOAN-DATE = ZERO THEN
               MOVE ZERO TO LOAN-NEXT-DUE-DATE
           ELSE
               COMPUTE WS-NEXT-YEAR = WS-TODAY / 10000
               COMPUTE WS-NEXT-MONTH = FUNCTION MOD(WS-TODAY / 100, 100)
               COMPUTE WS-NEXT-DAY = FUNCTION MOD(LOAN-DATE, 100)
               IF WS-NEXT-DAY > 28 THEN
                   MOVE 28 TO WS-NEXT-DAY
               END-IF
               COMPUTE LOAN-NEXT-DUE-DATE = WS-NEXT-YEAR * 10000 +
                   WS-NEXT-MONTH * 100 + WS-NEXT-DAY
               IF LOAN-NEXT-DUE-DATE NOT > WS-TODAY THEN
                   IF WS-NEXT-MONTH = 12 THEN
                       ADD 1 TO WS-NEXT-YEAR
                       MOVE 1 TO WS-NEXT-MONTH
                   ELSE
                       ADD 1 TO WS-NEXT-MONTH
                   END-IF
                   COMPUTE LOAN-NEXT-DUE-DATE = WS-NEXT-YEAR * 10000 +
                       WS-NEXT-MONTH * 100 + WS-NEXT-DAY
               END-IF
           END-IF.

       9000-CLOSE-FILES.
           CLOSE LOAN-OLD2
           CLOSE ACCOUNT-LOAN.
