       01 PENDING-APPROVAL-RECORD.
           05 PEND-KEY.
               10 PEND-BATCH-ID PIC 9(8).
               10 PEND-SEQ PIC 9(7).
           05 PEND-BUSINESS-DATE PIC 9(8).
           05 PEND-BRANCH PIC 9(4).
           05 PEND-ACCOUNT-ID PIC 9(10).
           05 PEND-PEOPLE-ID PIC 9(10).
           05 PEND-OPERATION PIC 9(5).
           05 PEND-SIGNATURE PIC A(10).
           05 PEND-AMOUNT PIC 9(9)V99.
           05 PEND-LOAN-RATE PIC 9(3)V999.
           05 PEND-LOAN-TERM PIC 9(3).
           05 PEND-ACCOUNT-TYPE PIC X(1).
           05 PEND-CURRENCY PIC X(3).
           05 PEND-COUNTERPARTY PIC 9(10).
           05 PEND-RULE-AMOUNT PIC 9(9)V99.
           05 PEND-EXPIRY-DATE PIC 9(8).
           05 PEND-STATUS PIC X(1).
           05 PEND-APPROVER PIC X(10).
           05 PEND-DECISION-DATE PIC 9(8).
           05 PEND-NOTE PIC X(40).
           05 PEND-POSTED-DATE PIC 9(8).
           05 PEND-POSTED-BATCH PIC 9(8).
           05 PEND-OPERATOR PIC X(10).
