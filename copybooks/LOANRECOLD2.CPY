       01 LOAN-OLD2-RECORD.
           05 LOAN-OLD2-ACCOUNT-ID PIC 9(10).
           05 LOAN-OLD2-PRINCIPAL PIC 9(9)V99.
           05 LOAN-OLD2-RATE PIC 9(3)V999.
           05 LOAN-OLD2-TERM PIC 9(3).
           05 LOAN-OLD2-REMAINING-BALANCE PIC 9(9)V99.
           05 LOAN-OLD2-DATE PIC 9(8).
           05 LOAN-OLD2-MISSED-COUNT PIC 9(3).
           05 LOAN-OLD2-PAST-DUE PIC 9(9)V99.
           05 LOAN-OLD2-PAST-DUE-DATE PIC 9(8).
