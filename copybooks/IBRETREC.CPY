       01 PAYMENT-RETURN-HEADER.
           05 IBR-HDR-TYPE PIC X(1).
           05 IBR-HDR-FILE-DATE PIC 9(8).
           05 IBR-HDR-FILE-SEQ PIC 9(6).
           05 IBR-HDR-SENDER PIC X(8).
           05 IBR-HDR-RECEIVER PIC X(8).
           05 FILLER PIC X(201).
       01 PAYMENT-RETURN-RECORD.
           05 IBR-RECORD-TYPE PIC X(1).
           05 IBR-PAYMENT-ID PIC X(32).
           05 IBR-CHANNEL PIC X(1).
           05 IBR-RETURN-CODE PIC X(4).
           05 IBR-RETURN-TEXT PIC X(40).
           05 IBR-AMOUNT PIC 9(11)V99.
           05 IBR-RETURN-DATE PIC 9(8).
           05 IBR-PAYER-BANK PIC X(8).
           05 IBR-PAYER-AGENCY PIC 9(4).
           05 IBR-PAYER-ACCOUNT PIC X(20).
           05 IBR-PAYER-CPF-CNPJ PIC 9(14).
           05 IBR-BENEF-ACCOUNT PIC 9(10).
           05 IBR-PIX-KEY PIC X(77).
       01 PAYMENT-RETURN-TRAILER.
           05 IBR-TRL-TYPE PIC X(1).
           05 IBR-TRL-RECORD-COUNT PIC 9(7).
           05 IBR-TRL-TOTAL-AMOUNT PIC 9(15)V99.
           05 FILLER PIC X(207).
