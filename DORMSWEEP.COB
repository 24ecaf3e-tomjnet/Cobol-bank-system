           COPY LEDGERREC.

           FD LEDGER-ARCHIVE.
           COPY LEDGARCREC.

           FD DORMANT-REPORT.
           01 DORMANT-REPORT-LINE PIC X(132).
       2150-NOTE-COMMON.
           IF WS-NOTE-OPERATION = 2 OR WS-NOTE-OPERATION = 3 OR
              WS-NOTE-OPERATION = 4 OR WS-NOTE-OPERATION = 5 OR
              WS-NOTE-OPERATION = 8 OR WS-NOTE-OPERATION = 11 OR
              WS-NOTE-OPERATION = 18 THEN
               PERFORM 2200-FIND-TABLE-ENTRY
               IF WS-FOUND = 'Y' AND
                  WS-NOTE-DATE > WS-TBL-LAST-DATE(WS-IDX) THEN
