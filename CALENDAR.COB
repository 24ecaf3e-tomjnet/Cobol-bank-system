       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CALENDAR-FILE ASSIGN TO 'storage/calendar.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS CAL-DATE
             FILE STATUS IS WS-CAL-FS.
             SELECT CALENDAR-RULE ASSIGN TO 'input/calendar_rule.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULE-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CALENDAR-FILE.
           COPY CALREC.

           FD CALENDAR-RULE.
           01 CALENDAR-RULE-RECORD.
               05 RULE-PRODUCT PIC X(8).
               05 RULE-ADJUST PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-CAL-FS PIC X(2).
           01 WS-RULE-FS PIC X(2).
           01 WS-LOADED PIC A(1) VALUE 'N'.
           01 WS-HOL-MAX PIC 9(4) VALUE 2000.
           01 WS-HOL-USED PIC 9(4) VALUE ZERO.
           01 WS-RULE-MAX PIC 9(2) VALUE 20.
           01 WS-RULE-USED PIC 9(2) VALUE 4.
           01 WS-RULE-IDX PIC 9(2).
           01 WS-RULE-FOUND PIC A(1).
           01 WS-SCAN-PRODUCT PIC X(8).
           01 WS-ADJUST PIC X(1).
           01 WS-CHECK-DATE PIC 9(8).
           01 WS-DATE-INTEGER PIC 9(8).
           01 WS-END-INTEGER PIC 9(8).
           01 WS-WEEKDAY PIC 9(1).
           01 WS-IS-BUSINESS PIC A(1).

           01 WS-HOLIDAY-TABLE.
               05 WS-HOL-ENTRY OCCURS 2000 TIMES
                   ASCENDING KEY IS WS-HOL-DATE
                   INDEXED BY WS-HOL-IDX.
                   10 WS-HOL-DATE PIC 9(8).

           01 WS-RULE-DEFAULTS.
               05 FILLER PIC X(9) VALUE 'STANDORDP'.
               05 FILLER PIC X(9) VALUE 'LOANSVC N'.
               05 FILLER PIC X(9) VALUE 'FEEPOST P'.
               05 FILLER PIC X(9) VALUE 'HOLD    N'.
               05 FILLER PIC X(144) VALUE SPACES.
           01 WS-RULE-TABLE REDEFINES WS-RULE-DEFAULTS.
               05 WS-RULE-ENTRY OCCURS 20 TIMES.
                   10 WS-RULE-PRODUCT PIC X(8).
                   10 WS-RULE-ADJUST PIC X(1).

           LINKAGE SECTION.
           COPY CALCOM.

       PROCEDURE DIVISION USING CALENDAR-AREA.
       0000-MAIN.
           MOVE 'Y' TO CLD-STATUS
           MOVE SPACES TO CLD-MESSAGE
           IF WS-LOADED = 'N' THEN
               PERFORM 1000-LOAD-CALENDAR
               PERFORM 1500-LOAD-RULES
               MOVE 'Y' TO WS-LOADED
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CLD-DATE) NOT = ZERO THEN
               MOVE 'N' TO CLD-STATUS
               MOVE 'DATA INVALIDA PARA O CALENDARIO' TO CLD-MESSAGE
               GOBACK
           END-IF
           EVALUATE CLD-FUNCTION
               WHEN 'V'
                   MOVE CLD-DATE TO WS-CHECK-DATE
                   PERFORM 2000-CHECK-DATE
                   MOVE WS-IS-BUSINESS TO CLD-BUSINESS-DAY
                   MOVE CLD-DATE TO CLD-RESULT-DATE
               WHEN 'N'
               WHEN 'P'
                   MOVE CLD-FUNCTION TO WS-ADJUST
                   PERFORM 3000-ADJUST-DATE
               WHEN 'R'
                   PERFORM 3500-FIND-RULE
                   PERFORM 3000-ADJUST-DATE
               WHEN 'C'
                   PERFORM 4000-COUNT-DAYS
               WHEN OTHER
                   MOVE 'N' TO CLD-STATUS
                   MOVE 'FUNCAO DE CALENDARIO INVALIDA' TO CLD-MESSAGE
           END-EVALUATE
           GOBACK.

       1000-LOAD-CALENDAR.
           SET WS-HOL-IDX TO 1
           PERFORM UNTIL WS-HOL-IDX > WS-HOL-MAX
               MOVE 99999999 TO WS-HOL-DATE(WS-HOL-IDX)
               SET WS-HOL-IDX UP BY 1
           END-PERFORM
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALENDAR-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 1100-NOTE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY 'CALENDAR: CALENDARIO NAO ENCONTRADO - '
                   'CONSIDERADOS APENAS SABADOS E DOMINGOS'
           END-IF.

       1100-NOTE-HOLIDAY.
           IF WS-HOL-USED < WS-HOL-MAX THEN
               ADD 1 TO WS-HOL-USED
               SET WS-HOL-IDX TO WS-HOL-USED
               MOVE CAL-DATE TO WS-HOL-DATE(WS-HOL-IDX)
           ELSE
               DISPLAY 'CALENDAR: TABELA DE FERIADOS CHEIA'
               MOVE 'Y' TO WS-EOF
           END-IF.

       1500-LOAD-RULES.
           OPEN INPUT CALENDAR-RULE
           IF WS-RULE-FS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALENDAR-RULE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 1600-NOTE-RULE
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-RULE
           END-IF.

       1600-NOTE-RULE.
           IF RULE-ADJUST = 'N' OR RULE-ADJUST = 'P' THEN
               MOVE RULE-PRODUCT TO WS-SCAN-PRODUCT
               PERFORM 3600-SCAN-RULES
               IF WS-RULE-FOUND = 'Y' THEN
                   MOVE RULE-ADJUST TO WS-RULE-ADJUST(WS-RULE-IDX)
               ELSE
                   IF WS-RULE-USED < WS-RULE-MAX THEN
                       ADD 1 TO WS-RULE-USED
                       MOVE WS-RULE-USED TO WS-RULE-IDX
                       MOVE RULE-PRODUCT TO
                           WS-RULE-PRODUCT(WS-RULE-IDX)
                       MOVE RULE-ADJUST TO
                           WS-RULE-ADJUST(WS-RULE-IDX)
                   ELSE
                       DISPLAY 'CALENDAR: TABELA DE REGRAS CHEIA'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'CALENDAR: REGRA INVALIDA PARA ' RULE-PRODUCT
           END-IF.

       2000-CHECK-DATE.
           MOVE 'Y' TO WS-IS-BUSINESS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INTEGER, 7)
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6 THEN
               MOVE 'N' TO WS-IS-BUSINESS
           ELSE
               SEARCH ALL WS-HOL-ENTRY
                   AT END CONTINUE
                   WHEN WS-HOL-DATE(WS-HOL-IDX) = WS-CHECK-DATE
                       MOVE 'N' TO WS-IS-BUSINESS
               END-SEARCH
           END-IF.

       3000-ADJUST-DATE.
           MOVE CLD-DATE TO WS-CHECK-DATE
           PERFORM 2000-CHECK-DATE
           MOVE WS-IS-BUSINESS TO CLD-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS = 'Y'
               IF WS-ADJUST = 'P' THEN
                   SUBTRACT 1 FROM WS-DATE-INTEGER
               ELSE
                   ADD 1 TO WS-DATE-INTEGER
               END-IF
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               PERFORM 2000-CHECK-DATE
           END-PERFORM
           MOVE WS-CHECK-DATE TO CLD-RESULT-DATE.

       3500-FIND-RULE.
           MOVE CLD-PRODUCT TO WS-SCAN-PRODUCT
           PERFORM 3600-SCAN-RULES
           IF WS-RULE-FOUND = 'Y' THEN
               MOVE WS-RULE-ADJUST(WS-RULE-IDX) TO WS-ADJUST
           ELSE
               MOVE 'N' TO WS-ADJUST
           END-IF.

       3600-SCAN-RULES.
           MOVE 'N' TO WS-RULE-FOUND
           MOVE 1 TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-FOUND = 'Y' OR
               WS-RULE-IDX > WS-RULE-USED
               IF WS-RULE-PRODUCT(WS-RULE-IDX) = WS-SCAN-PRODUCT THEN
                   MOVE 'Y' TO WS-RULE-FOUND
               ELSE
                   ADD 1 TO WS-RULE-IDX
               END-IF
           END-PERFORM.

       4000-COUNT-DAYS.
           MOVE ZERO TO CLD-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(CLD-END-DATE) NOT = ZERO THEN
               MOVE 'N' TO CLD-STATUS
               MOVE 'DATA FINAL INVALIDA PARA O CALENDARIO'
                   TO CLD-MESSAGE
           ELSE
               COMPUTE WS-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CLD-END-DATE)
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CLD-DATE) + 1
               PERFORM UNTIL WS-DATE-INTEGER > WS-END-INTEGER
                   COMPUTE WS-CHECK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   PERFORM 2000-CHECK-DATE
                   IF WS-IS-BUSINESS = 'Y' THEN
                       ADD 1 TO CLD-DAYS
                   END-IF
                   ADD 1 TO WS-DATE-INTEGER
               END-PERFORM
           END-IF.
