       01 INBOUND-PROCESSED-RECORD.
           05 IBX-PAYMENT-ID PIC X(32).
           05 IBX-CHANNEL PIC X(1).
           05 IBX-PROCESS-DATE PIC 9(8).
           05 IBX-FILE-SEQ PIC 9(6).
           05 IBX-RESULT PIC X(1).
           05 IBX-ACCOUNT-ID PIC 9(10).
           05 IBX-AMOUNT PIC 9(11)V99.
           05 IBX-RETURN-CODE PIC X(4).
