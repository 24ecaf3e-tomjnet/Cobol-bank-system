       01 LOAN-HISTORY-RECORD.
           05 LHIST-ACCOUNT-ID PIC 9(10).
           05 LHIST-DATE PIC 9(8).
           05 LHIST-EVENT PIC X(1).
           05 LHIST-AMOUNT PIC 9(9)V99.
           05 LHIST-BALANCE PIC 9(9)V99.
