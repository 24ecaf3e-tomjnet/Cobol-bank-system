       01 GL-MAPPING-RECORD.
           05 GLMAP-OPERATION PIC 9(5).
           05 GLMAP-ACCOUNT-TYPE PIC X(1).
           05 GLMAP-CURRENCY PIC X(3).
           05 GLMAP-SIGN PIC X(1).
           05 GLMAP-DEBIT-ACCOUNT PIC X(10).
           05 GLMAP-CREDIT-ACCOUNT PIC X(10).
           05 GLMAP-DESCRIPTION PIC X(30).
