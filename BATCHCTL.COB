           01 WS-SEQUENCE-NAMES REDEFINES WS-SEQUENCE-TABLE.
               05 WS-SEQ-PROGRAM OCCURS 5 TIMES PIC X(15).

           COPY CALCOM.

           LINKAGE SECTION.
           COPY BATCHCOM.


       1000-START-CHECK.
           PERFORM 2000-READ-BUSINESS-DATE
           IF BCTL-STATUS = 'Y' THEN
               PERFORM 2500-CHECK-BUSINESS-DAY
           END-IF
           IF BCTL-STATUS = 'Y' THEN
               MOVE BCTL-PROGRAM TO WS-SCAN-PROGRAM
               PERFORM 3000-CHECK-ALREADY-COMPLETED
           END-IF
           MOVE WS-BUSINESS-DATE TO BCTL-BUSINESS-DATE.

       2500-CHECK-BUSINESS-DAY.
           MOVE 'V' TO CLD-FUNCTION
           MOVE WS-BUSINESS-DATE TO CLD-DATE
           CALL 'CALENDAR' USING CALENDAR-AREA
           IF CLD-STATUS = 'N' THEN
               MOVE 'N' TO BCTL-STATUS
               MOVE CLD-MESSAGE TO BCTL-MESSAGE
           ELSE
               IF CLD-BUSINESS-DAY = 'N' THEN
                   MOVE 'N' TO BCTL-STATUS
                   MOVE 'DATA DE MOVIMENTO NAO E DIA UTIL'
                       TO BCTL-MESSAGE
               END-IF
           END-IF.

       3000-CHECK-ALREADY-COMPLETED.
           MOVE 'N' TO WS-COMPLETED
           OPEN INPUT RUN-LOG
