       01 LOAN-PROVISION-RECORD.
           05 PROV-ACCOUNT-ID PIC 9(10).
           05 PROV-PERIOD PIC 9(6).
           05 PROV-CURRENCY PIC X(3).
           05 PROV-GRADE PIC X(2).
           05 PROV-RATE PIC 9(3)V99.
           05 PROV-DAYS-PAST-DUE PIC 9(5).
           05 PROV-BALANCE PIC 9(9)V99.
           05 PROV-AMOUNT PIC 9(9)V99.
           05 PROV-PRIOR-PERIOD PIC 9(6).
           05 PROV-PRIOR-GRADE PIC X(2).
           05 PROV-PRIOR-AMOUNT PIC 9(9)V99.
           05 PROV-STATUS PIC X(1).
