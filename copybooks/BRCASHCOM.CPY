       01 BRANCH-CASH-AREA.
           05 BRC-FUNCTION PIC X(1).
           05 BRC-BRANCH PIC 9(4).
           05 BRC-DATE PIC 9(8).
           05 BRC-AMOUNT PIC 9(11)V99.
           05 BRC-STATUS PIC A(1).
           05 BRC-MESSAGE PIC X(60).
