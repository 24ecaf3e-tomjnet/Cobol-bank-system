       01 CASH-CASE-RECORD.
           05 CASE-ID PIC 9(10).
           05 CASE-REF-KEY.
               10 CASE-TYPE PIC X(1).
               10 CASE-SUBJECT-ID PIC 9(11).
               10 CASE-REF-DATE PIC 9(8).
               10 CASE-REF-SEQ PIC 9(5).
           05 CASE-ACCOUNT-ID PIC 9(10).
           05 CASE-PEOPLE-ID PIC 9(10).
           05 CASE-CPF PIC 9(11).
           05 CASE-OPERATION PIC 9(5).
           05 CASE-MOVE-COUNT PIC 9(5).
           05 CASE-ACCOUNT-COUNT PIC 9(3).
           05 CASE-TOTAL-AMOUNT PIC 9(11)V99.
           05 CASE-FIRST-DATE PIC 9(8).
           05 CASE-LAST-DATE PIC 9(8).
           05 CASE-OPENED-DATE PIC 9(8).
           05 CASE-STATUS PIC X(1).
           05 CASE-ANALYST PIC X(10).
           05 CASE-REVIEW-DATE PIC 9(8).
           05 CASE-NOTE PIC X(60).
           05 CASE-REPORTED-DATE PIC 9(8).
