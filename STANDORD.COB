               05 FILLER PIC X(97) VALUE SPACES.

           COPY BATCHCOM.
           COPY CALCOM.

           LINKAGE SECTION.
           01 WS-STANDORD-INPUT.
               READ STANDING-ORDER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SO-STATUS = 'A' THEN
                           PERFORM 2100-ADJUST-DUE-DATE
                           IF CLD-RESULT-DATE NOT >
                               WS-STANDORD-RUN-DATE THEN
                               PERFORM 3000-EXECUTE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-ADJUST-DUE-DATE.
           MOVE 'R' TO CLD-FUNCTION
           MOVE 'STANDORD' TO CLD-PRODUCT
           MOVE SO-NEXT-DATE TO CLD-DATE
           CALL 'CALENDAR' USING CALENDAR-AREA
           IF CLD-STATUS = 'N' THEN
               MOVE SO-NEXT-DATE TO CLD-RESULT-DATE
           END-IF.

       3000-EXECUTE-ORDER.
           ADD 1 TO WS-DUE-COUNT
           MOVE 'Y' TO WS-XFER-OK
