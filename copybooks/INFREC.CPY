       01 INCOME-EXTRACT-HEADER.
           05 INF-HDR-TYPE PIC X(1).
           05 INF-HDR-YEAR PIC 9(4).
           05 INF-HDR-DATE PIC 9(8).
           05 INF-HDR-SOURCE PIC X(15).
           05 FILLER PIC X(150).
       01 INCOME-EXTRACT-RECORD.
           05 INF-RECORD-TYPE PIC X(1).
           05 INF-YEAR PIC 9(4).
           05 INF-CPF PIC 9(11).
           05 INF-PEOPLE-ID PIC 9(10).
           05 INF-NAME PIC X(60).
           05 INF-ACCOUNT-ID PIC 9(10).
           05 INF-ACCOUNT-TYPE PIC X(1).
           05 INF-CURRENCY PIC X(3).
           05 INF-PRIOR-BALANCE PIC S9(11)V99.
           05 INF-BALANCE PIC S9(11)V99.
           05 INF-SAVINGS-INTEREST PIC S9(11)V99.
           05 INF-LOAN-PRIOR-BALANCE PIC 9(11)V99.
           05 INF-LOAN-BALANCE PIC 9(11)V99.
           05 INF-LOAN-INTEREST PIC 9(11)V99.
       01 INCOME-EXTRACT-TRAILER.
           05 INF-TRL-TYPE PIC X(1).
           05 INF-TRL-YEAR PIC 9(4).
           05 INF-TRL-RECORD-COUNT PIC 9(7).
           05 INF-TRL-CPF-COUNT PIC 9(7).
           05 INF-TRL-TOTAL-BALANCE PIC S9(15)V99.
           05 INF-TRL-TOTAL-INTEREST PIC S9(15)V99.
           05 INF-TRL-TOTAL-LOAN PIC 9(15)V99.
           05 INF-TRL-TOTAL-LOAN-INT PIC 9(15)V99.
           05 FILLER PIC X(91).
