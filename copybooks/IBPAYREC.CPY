       01 INBOUND-PAYMENT-HEADER.
           05 IBP-HDR-TYPE PIC X(1).
           05 IBP-HDR-FILE-DATE PIC 9(8).
           05 IBP-HDR-FILE-SEQ PIC 9(6).
           05 IBP-HDR-SENDER PIC X(8).
           05 IBP-HDR-RECEIVER PIC X(8).
           05 FILLER PIC X(208).
       01 INBOUND-PAYMENT-RECORD.
           05 IBP-RECORD-TYPE PIC X(1).
           05 IBP-PAYMENT-ID PIC X(32).
           05 IBP-CHANNEL PIC X(1).
           05 IBP-PAYER-BANK PIC X(8).
           05 IBP-PAYER-AGENCY PIC 9(4).
           05 IBP-PAYER-ACCOUNT PIC X(20).
           05 IBP-PAYER-CPF-CNPJ PIC 9(14).
           05 IBP-PAYER-NAME PIC X(40).
           05 IBP-BENEF-ACCOUNT PIC 9(10).
           05 IBP-BENEF-CPF PIC 9(11).
           05 IBP-PIX-KEY PIC X(77).
           05 IBP-AMOUNT PIC 9(11)V99.
           05 IBP-SETTLE-DATE PIC 9(8).
       01 INBOUND-PAYMENT-TRAILER.
           05 IBP-TRL-TYPE PIC X(1).
           05 IBP-TRL-RECORD-COUNT PIC 9(7).
           05 IBP-TRL-TOTAL-AMOUNT PIC 9(15)V99.
           05 FILLER PIC X(214).
