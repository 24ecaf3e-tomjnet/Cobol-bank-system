       01 BRANCH-CASH-RECORD.
           05 BCASH-KEY.
               10 BCASH-BRANCH PIC 9(4).
               10 BCASH-DATE PIC 9(8).
           05 BCASH-OPENING PIC S9(11)V99.
           05 BCASH-CASH-IN PIC 9(11)V99.
           05 BCASH-CASH-OUT PIC 9(11)V99.
           05 BCASH-VAULT-IN PIC 9(11)V99.
           05 BCASH-VAULT-OUT PIC 9(11)V99.
           05 BCASH-SYSTEM-CASH PIC S9(11)V99.
           05 BCASH-COUNTED PIC 9(11)V99.
           05 BCASH-COUNTED-FLAG PIC X(1).
           05 BCASH-DIFFERENCE PIC S9(11)V99.
           05 BCASH-CLOSING PIC S9(11)V99.
           05 BCASH-STATUS PIC X(1).
           05 BCASH-IN-COUNT PIC 9(7).
           05 BCASH-OUT-COUNT PIC 9(7).
