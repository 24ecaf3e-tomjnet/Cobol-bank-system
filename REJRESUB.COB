               05 RESUB-OUT-ACCOUNT-TYPE PIC X(1).
               05 RESUB-OUT-CURRENCY PIC X(3).
               05 RESUB-OUT-COUNTERPARTY PIC 9(10).
               05 RESUB-OUT-OPERATOR PIC X(10).
           01 RESUB-OUT-HEADER.
               05 RESUB-OUT-HDR-TYPE PIC X(1).
               05 RESUB-OUT-BATCH-ID PIC 9(8).
               05 RESUB-OUT-BUSINESS-DATE PIC 9(8).
               05 RESUB-OUT-BRANCH PIC 9(4).
               05 FILLER PIC X(59).
           01 RESUB-OUT-TRAILER.
               05 RESUB-OUT-TRL-TYPE PIC X(1).
               05 RESUB-OUT-TRL-COUNT PIC 9(7).
               05 RESUB-OUT-TRL-HASH PIC 9(13)V99.
               05 FILLER PIC X(57).

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-BATCH-COUNT PIC 9(7) VALUE ZERO.
           01 WS-BATCH-HASH PIC 9(13)V99 VALUE ZERO.
           01 WS-BATCH-ID PIC 9(8).
           01 WS-BATCH-OPERATOR PIC X(10).
           01 WS-NEW-SIGNATURE PIC A(10).
           01 WS-NEW-COUNTERPARTY PIC 9(10).
           01 WS-NEW-AMOUNT PIC 9(9)V99.
       7000-WRITE-RESUBMIT-BATCH.
           DISPLAY 'NUMERO DO LOTE DE REENVIO: ' WITH NO ADVANCING
           ACCEPT WS-BATCH-ID
           DISPLAY 'OPERADOR: ' WITH NO ADVANCING
           ACCEPT WS-BATCH-OPERATOR
           OPEN OUTPUT RESUBMIT-OUT
           MOVE SPACES TO RESUB-OUT-HEADER
           MOVE 'H' TO RESUB-OUT-HDR-TYPE
           MOVE WS-BAT-CURRENCY(WS-IDX) TO RESUB-OUT-CURRENCY
           MOVE WS-BAT-COUNTERPARTY(WS-IDX) TO
               RESUB-OUT-COUNTERPARTY
           MOVE WS-BATCH-OPERATOR TO RESUB-OUT-OPERATOR
           WRITE RESUB-OUT-FILE.

       8000-REWRITE-REJECTS.
