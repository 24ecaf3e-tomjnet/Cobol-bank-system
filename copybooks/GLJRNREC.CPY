       01 GL-JOURNAL-RECORD.
           05 GLJ-RECORD-TYPE PIC X(1).
           05 GLJ-BUSINESS-DATE PIC 9(8).
           05 GLJ-GL-ACCOUNT PIC X(10).
           05 GLJ-CURRENCY PIC X(3).
           05 GLJ-DEBIT PIC 9(13)V99.
           05 GLJ-CREDIT PIC 9(13)V99.
           05 GLJ-ENTRY-COUNT PIC 9(7).
           05 GLJ-SOURCE PIC X(15).
       01 GL-JOURNAL-TRAILER.
           05 GLJ-TRL-TYPE PIC X(1).
           05 GLJ-TRL-BUSINESS-DATE PIC 9(8).
           05 GLJ-TRL-CURRENCY PIC X(3).
           05 GLJ-TRL-LINE-COUNT PIC 9(7).
           05 GLJ-TRL-TOTAL-DEBIT PIC 9(15)V99.
           05 GLJ-TRL-TOTAL-CREDIT PIC 9(15)V99.
           05 GLJ-TRL-BALANCED PIC X(1).
           05 FILLER PIC X(20).
