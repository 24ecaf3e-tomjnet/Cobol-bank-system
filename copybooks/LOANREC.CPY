           05 LOAN-MISSED-COUNT PIC 9(3).
           05 LOAN-PAST-DUE PIC 9(9)V99.
           05 LOAN-PAST-DUE-DATE PIC 9(8).
           05 LOAN-NEXT-DUE-DATE PIC 9(8).
