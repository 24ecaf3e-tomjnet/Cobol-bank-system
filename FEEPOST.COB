           01 WS-WAIVED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-SHORT-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-FEES PIC 9(13)V99 VALUE ZERO.
           01 WS-CYCLE-DATE PIC 9(8).
           01 WS-DATE-INTEGER PIC 9(8).
           01 WS-NEXT-YEAR PIC 9(4).
           01 WS-NEXT-MONTH PIC 9(2).

           01 WS-REASON-CODES.
               05 WS-REASON-INSUFFICIENT-FUNDS PIC 9(2) VALUE 10.
                   10 WS-TBL-WD-COUNT PIC 9(5).

           COPY BATCHCOM.
           COPY CALCOM.

           LINKAGE SECTION.
           01 WS-FEE-INPUT.
               DISPLAY 'FEEPOST: ' BCTL-MESSAGE
               GOBACK
           END-IF
           PERFORM 0500-COMPUTE-CYCLE-DATE
           IF BCTL-BUSINESS-DATE < WS-CYCLE-DATE THEN
               DISPLAY 'FEEPOST: CICLO ' WS-FEE-PERIOD
                   ' SO PODE SER TARIFADO A PARTIR DE ' WS-CYCLE-DATE
               MOVE 'E' TO BCTL-FUNCTION
               MOVE 'FALHA' TO BCTL-OUTCOME
               MOVE ZERO TO BCTL-RECORD-COUNT
               CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
               GOBACK
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-LOAD-FEE-SCHEDULE
           PERFORM 2000-COUNT-WITHDRAWALS
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           GOBACK.

       0500-COMPUTE-CYCLE-DATE.
           COMPUTE WS-NEXT-YEAR = WS-FEE-PERIOD / 100
           COMPUTE WS-NEXT-MONTH = FUNCTION MOD(WS-FEE-PERIOD, 100)
           IF WS-NEXT-MONTH = 12 THEN
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-CYCLE-DATE = WS-NEXT-YEAR * 10000 +
               WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) - 1
           COMPUTE WS-CYCLE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE 'R' TO CLD-FUNCTION
           MOVE 'FEEPOST' TO CLD-PRODUCT
           MOVE WS-CYCLE-DATE TO CLD-DATE
           CALL 'CALENDAR' USING CALENDAR-AREA
           IF CLD-STATUS = 'Y' THEN
               MOVE CLD-RESULT-DATE TO WS-CYCLE-DATE
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT FEE-SCHEDULE
           OPEN I-O ACCOUNT
