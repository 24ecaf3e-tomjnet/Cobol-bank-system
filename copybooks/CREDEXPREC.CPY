       01 CREDIT-EXPORT-HEADER.
           05 CRX-HDR-TYPE PIC X(1).
           05 CRX-HDR-PERIOD PIC 9(6).
           05 CRX-HDR-DATE PIC 9(8).
           05 CRX-HDR-SOURCE PIC X(15).
           05 FILLER PIC X(156).
       01 CREDIT-EXPORT-RECORD.
           05 CRX-RECORD-TYPE PIC X(1).
           05 CRX-PERIOD PIC 9(6).
           05 CRX-CPF PIC 9(11).
           05 CRX-PEOPLE-ID PIC 9(10).
           05 CRX-CONTRACT PIC 9(10).
           05 CRX-CONTRACT-DATE PIC 9(8).
           05 CRX-CURRENCY PIC X(3).
           05 CRX-BALANCE PIC 9(11)V99.
           05 CRX-GRADE PIC X(2).
           05 CRX-DAYS-PAST-DUE PIC 9(5).
           05 CRX-TO-FALL-DUE PIC 9(11)V99.
           05 CRX-OVERDUE-01-14 PIC 9(11)V99.
           05 CRX-OVERDUE-15-30 PIC 9(11)V99.
           05 CRX-OVERDUE-31-60 PIC 9(11)V99.
           05 CRX-OVERDUE-61-90 PIC 9(11)V99.
           05 CRX-OVERDUE-91-180 PIC 9(11)V99.
           05 CRX-OVERDUE-181-360 PIC 9(11)V99.
           05 CRX-OVERDUE-OVER-360 PIC 9(11)V99.
           05 CRX-PROVISION PIC 9(11)V99.
       01 CREDIT-EXPORT-TRAILER.
           05 CRX-TRL-TYPE PIC X(1).
           05 CRX-TRL-PERIOD PIC 9(6).
           05 CRX-TRL-CURRENCY PIC X(3).
           05 CRX-TRL-RECORD-COUNT PIC 9(7).
           05 CRX-TRL-TOTAL-BALANCE PIC 9(15)V99.
           05 CRX-TRL-TOTAL-PROVISION PIC 9(15)V99.
           05 FILLER PIC X(135).
