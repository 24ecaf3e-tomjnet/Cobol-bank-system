       01 LEDGER-ARCHIVE-RECORD.
           05 ARCH-ACCOUNT-ID PIC 9(10).
           05 ARCH-DATE PIC 9(8).
           05 ARCH-SEQ PIC 9(5).
           05 ARCH-OPERATION PIC 9(5).
           05 ARCH-AMOUNT PIC S9(9)V99.
           05 ARCH-BALANCE PIC S9(9)V99.
           05 ARCH-COUNTERPARTY PIC 9(10).
           05 ARCH-FX-RATE PIC 9(5)V9(6).
           05 ARCH-REVERSED PIC A(1).
           05 ARCH-REV-DATE PIC 9(8).
           05 ARCH-REV-SEQ PIC 9(5).
           05 ARCH-SIGNER-ID PIC 9(10).
