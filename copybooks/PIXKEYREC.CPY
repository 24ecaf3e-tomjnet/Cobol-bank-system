       01 PIX-KEY-RECORD.
           05 PIXK-KEY PIC X(77).
           05 PIXK-KEY-TYPE PIC X(1).
           05 PIXK-CPF PIC 9(11).
           05 PIXK-ACCOUNT-ID PIC 9(10).
           05 PIXK-STATUS PIC X(1).
           05 PIXK-CREATED-DATE PIC 9(8).
