       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT ACCOUNT ASSIGN TO 'storage/account.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS WS-ACCOUNT-FS.
             SELECT ACCOUNT-LEDGER ASSIGN TO 'storage/ledger.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS LEDGER-KEY
             FILE STATUS IS WS-LEDGER-FS.
             SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PEOPLE-RW-ID
             ALTERNATE RECORD KEY IS PEOPLE-RW-CPF
                 WITH DUPLICATES
             FILE STATUS IS WS-PEOPLE-FS.
             SELECT ACCOUNT-SIGNER ASSIGN TO 'storage/signer.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SIGNER-KEY
             FILE STATUS IS WS-SIGNER-FS.
             SELECT CASH-CASE ASSIGN TO 'storage/cash_case.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS CASE-ID
             ALTERNATE RECORD KEY IS CASE-REF-KEY
             FILE STATUS IS WS-CASE-FS.
             SELECT CASH-PARAMS ASSIGN TO 'input/cash_monitor.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAMS-FS.
             SELECT COAF-REPORT ASSIGN TO 'storage/coaf_report.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COAF-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT.
           COPY ACCOUNTFD.

           FD ACCOUNT-LEDGER.
           COPY LEDGERREC.

           FD PEOPLE-RW.
           COPY PEOPLERW.

           FD ACCOUNT-SIGNER.
           COPY SIGNERREC.

           FD CASH-CASE.
           COPY CASHCASE.

           FD CASH-PARAMS.
           01 CASH-PARAM-RECORD.
               05 CMP-THRESHOLD PIC 9(9)V99.
               05 CMP-NEAR-FLOOR PIC 9(9)V99.
               05 CMP-WINDOW-DAYS PIC 9(3).
               05 CMP-MIN-COUNT PIC 9(3).
               05 CMP-INSTITUTION PIC 9(8).

           FD COAF-REPORT.
           01 COAF-DETAIL-RECORD.
               05 COAF-RECORD-TYPE PIC X(1).
               05 COAF-CASE-ID PIC 9(10).
               05 COAF-COMM-TYPE PIC X(3).
               05 COAF-CPF PIC 9(11).
               05 COAF-NAME PIC X(60).
               05 COAF-ACCOUNT-ID PIC 9(10).
               05 COAF-OPERATION PIC 9(5).
               05 COAF-AMOUNT PIC 9(11)V99.
               05 COAF-MOVE-COUNT PIC 9(5).
               05 COAF-FIRST-DATE PIC 9(8).
               05 COAF-LAST-DATE PIC 9(8).
               05 COAF-CITY PIC X(30).
               05 COAF-DESCRIPTION PIC X(60).
           01 COAF-HEADER-RECORD.
               05 COAF-HDR-TYPE PIC X(1).
               05 COAF-HDR-INSTITUTION PIC 9(8).
               05 COAF-HDR-DATE PIC 9(8).
               05 COAF-HDR-THRESHOLD PIC 9(9)V99.
               05 COAF-HDR-CURRENCY PIC X(3).
               05 COAF-HDR-SCOPE PIC X(40).
               05 FILLER PIC X(153).
           01 COAF-TRAILER-RECORD.
               05 COAF-TRL-TYPE PIC X(1).
               05 COAF-TRL-COUNT PIC 9(7).
               05 COAF-TRL-TOTAL PIC 9(15)V99.
               05 FILLER PIC X(199).

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-ACCOUNT-FS PIC X(2).
           01 WS-LEDGER-FS PIC X(2).
           01 WS-PEOPLE-FS PIC X(2).
           01 WS-SIGNER-FS PIC X(2).
           01 WS-CASE-FS PIC X(2).
           01 WS-PARAMS-FS PIC X(2).
           01 WS-COAF-FS PIC X(2).
           01 WS-ACCOUNT-EXISTS PIC A(1).
           01 WS-PEOPLE-EXISTS PIC A(1).
           01 WS-CASE-EXISTS PIC A(1).
           01 WS-CASE-WRITTEN PIC A(1).
           01 WS-THRESHOLD PIC 9(9)V99 VALUE 50000.00.
           01 WS-NEAR-FLOOR PIC 9(9)V99 VALUE 45000.00.
           01 WS-WINDOW-DAYS PIC 9(3) VALUE 10.
           01 WS-MIN-COUNT PIC 9(3) VALUE 3.
           01 WS-INSTITUTION PIC 9(8) VALUE ZERO.
           01 WS-WINDOW-START PIC 9(8).
           01 WS-TODAY PIC 9(8).
           01 WS-MOVE-ABS PIC 9(9)V99.
           01 WS-NEXT-CASE-ID PIC 9(10) VALUE ZERO.
           01 WS-LOOKUP-ACCOUNT PIC 9(10).
           01 WS-OWNER-CPF PIC 9(11).
           01 WS-ADD-CPF PIC 9(11).
           01 WS-ADD-PEOPLE-ID PIC 9(10).
           01 WS-SINGLE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ACCOUNT-CASE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-PERSON-CASE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-UPDATED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-COAF-COUNT PIC 9(7) VALUE ZERO.
           01 WS-COAF-TOTAL PIC 9(15)V99 VALUE ZERO.
           01 WS-MOVE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-FOREIGN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-NATIONAL-CURRENCY PIC X(3) VALUE 'BRL'.

           01 WS-NEAR-MAX PIC 9(4) VALUE 1000.
           01 WS-NEAR-USED PIC 9(4) VALUE ZERO.
           01 WS-NEAR-IDX PIC 9(4).
           01 WS-NEAR-FOUND PIC A(1).
           01 WS-NEAR-TABLE.
               05 WS-NEAR-ENTRY OCCURS 1000 TIMES.
                   10 WS-NEAR-ACCOUNT PIC 9(10).
                   10 WS-NEAR-COUNT PIC 9(5).
                   10 WS-NEAR-TOTAL PIC 9(11)V99.
                   10 WS-NEAR-FIRST PIC 9(8).
                   10 WS-NEAR-LAST PIC 9(8).

           01 WS-CPF-MAX PIC 9(4) VALUE 1000.
           01 WS-CPF-USED PIC 9(4) VALUE ZERO.
           01 WS-CPF-IDX PIC 9(4).
           01 WS-CPF-FOUND PIC A(1).
           01 WS-CPF-TABLE.
               05 WS-CPF-ENTRY OCCURS 1000 TIMES.
                   10 WS-CPF-NUMBER PIC 9(11).
                   10 WS-CPF-PEOPLE-ID PIC 9(10).
                   10 WS-CPF-COUNT PIC 9(5).
                   10 WS-CPF-ACCOUNTS PIC 9(3).
                   10 WS-CPF-TOTAL PIC 9(11)V99.
                   10 WS-CPF-FIRST PIC 9(8).
                   10 WS-CPF-LAST PIC 9(8).

           01 WS-PATTERN.
               05 WS-PAT-TYPE PIC X(1).
               05 WS-PAT-SUBJECT PIC 9(11).
               05 WS-PAT-ACCOUNT PIC 9(10).
               05 WS-PAT-PEOPLE-ID PIC 9(10).
               05 WS-PAT-CPF PIC 9(11).
               05 WS-PAT-COUNT PIC 9(5).
               05 WS-PAT-ACCOUNTS PIC 9(3).
               05 WS-PAT-TOTAL PIC 9(11)V99.
               05 WS-PAT-FIRST PIC 9(8).
               05 WS-PAT-LAST PIC 9(8).
           01 WS-PAT-OPEN-ID PIC 9(10).
           01 WS-PAT-SEEN-LAST PIC 9(8).

           COPY BATCHCOM.

           LINKAGE SECTION.
           01 WS-CASHMON-INPUT.
               05 WS-CASHMON-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION USING WS-CASHMON-INPUT.
       0000-MAIN.
           MOVE 'S' TO BCTL-FUNCTION
           MOVE 'CASHMON' TO BCTL-PROGRAM
           MOVE ZERO TO BCTL-SEQUENCE
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           IF BCTL-STATUS = 'N' THEN
               DISPLAY 'CASHMON: ' BCTL-MESSAGE
               GOBACK
           END-IF
           IF WS-CASHMON-RUN-DATE NOT = BCTL-BUSINESS-DATE THEN
               DISPLAY 'CASHMON: DATA INFORMADA DIFERE DA DATA'
                   ' DE MOVIMENTO ' BCTL-BUSINESS-DATE
               GOBACK
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SCAN-LEDGER
           PERFORM 4000-ACCOUNT-PATTERNS
           PERFORM 4500-PERSON-PATTERNS
           PERFORM 7000-WRITE-COAF-REPORT
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'CASHMON: ' WS-MOVE-COUNT
               ' MOVIMENTOS EM ESPECIE ANALISADOS'
           IF WS-FOREIGN-COUNT > ZERO THEN
               DISPLAY 'CASHMON: ' WS-FOREIGN-COUNT
                   ' MOVIMENTOS EM MOEDA ESTRANGEIRA NAO ANALISADOS'
           END-IF
           DISPLAY 'CASHMON: CASOS VALOR ' WS-SINGLE-COUNT
               ' FRACIONAMENTO CONTA ' WS-ACCOUNT-CASE-COUNT
               ' FRACIONAMENTO CPF ' WS-PERSON-CASE-COUNT
           DISPLAY 'CASHMON: CASOS ATUALIZADOS ' WS-UPDATED-COUNT
               ' COMUNICADOS AO COAF ' WS-COAF-COUNT
           MOVE 'E' TO BCTL-FUNCTION
           MOVE 'COMPLETO' TO BCTL-OUTCOME
           MOVE WS-MOVE-COUNT TO BCTL-RECORD-COUNT
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT
           OPEN INPUT ACCOUNT-LEDGER
           OPEN INPUT PEOPLE-RW
           PERFORM 1100-OPEN-SIGNER
           PERFORM 1200-OPEN-CASE
           PERFORM 1300-LOAD-PARAMS
           OPEN OUTPUT COAF-REPORT
           MOVE BCTL-BUSINESS-DATE TO WS-TODAY
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CASHMON-RUN-DATE)
               - WS-WINDOW-DAYS + 1).

       1100-OPEN-SIGNER.
           OPEN INPUT ACCOUNT-SIGNER
           IF WS-SIGNER-FS = '35' THEN
               OPEN OUTPUT ACCOUNT-SIGNER
               CLOSE ACCOUNT-SIGNER
               OPEN INPUT ACCOUNT-SIGNER
           END-IF.

       1200-OPEN-CASE.
           OPEN I-O CASH-CASE
           IF WS-CASE-FS = '35' THEN
               OPEN OUTPUT CASH-CASE
               CLOSE CASH-CASE
               OPEN I-O CASH-CASE
           END-IF
           MOVE ZERO TO CASE-ID
           MOVE 'N' TO WS-SCAN-EOF
           START CASH-CASE KEY NOT < CASE-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CASH-CASE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END MOVE CASE-ID TO WS-NEXT-CASE-ID
               END-READ
           END-PERFORM.

       1300-LOAD-PARAMS.
           OPEN INPUT CASH-PARAMS
           IF WS-PARAMS-FS = '00' THEN
               READ CASH-PARAMS
                   AT END CONTINUE
                   NOT AT END
                       MOVE CMP-THRESHOLD TO WS-THRESHOLD
                       MOVE CMP-NEAR-FLOOR TO WS-NEAR-FLOOR
                       MOVE CMP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       MOVE CMP-MIN-COUNT TO WS-MIN-COUNT
                       MOVE CMP-INSTITUTION TO WS-INSTITUTION
               END-READ
               CLOSE CASH-PARAMS
           END-IF
           IF WS-WINDOW-DAYS = ZERO THEN
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF.

       2000-SCAN-LEDGER.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-LEDGER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (LEDGER-OPERATION = 2 OR
                           LEDGER-OPERATION = 3) AND
                          LEDGER-REVERSED NOT = 'S' AND
                          LEDGER-DATE NOT < WS-WINDOW-START AND
                          LEDGER-DATE NOT > WS-CASHMON-RUN-DATE
                           PERFORM 2100-NOTE-CASH-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.

       2100-NOTE-CASH-MOVEMENT.
           MOVE LEDGER-ACCOUNT-ID TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
               MOVE 'N' TO WS-ACCOUNT-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-ACCOUNT-EXISTS
           END-READ
           IF WS-ACCOUNT-EXISTS = 'Y' AND
              ACCOUNT-CURRENCY NOT = WS-NATIONAL-CURRENCY THEN
               ADD 1 TO WS-FOREIGN-COUNT
           ELSE
               PERFORM 2200-CHECK-CASH-AMOUNT
           END-IF.

       2200-CHECK-CASH-AMOUNT.
           ADD 1 TO WS-MOVE-COUNT
           IF LEDGER-AMOUNT < ZERO THEN
               COMPUTE WS-MOVE-ABS = LEDGER-AMOUNT * -1
           ELSE
               MOVE LEDGER-AMOUNT TO WS-MOVE-ABS
           END-IF
           IF WS-MOVE-ABS NOT < WS-THRESHOLD THEN
               IF LEDGER-DATE = WS-CASHMON-RUN-DATE THEN
                   PERFORM 3000-RAISE-SINGLE-CASE
               END-IF
           ELSE
               IF WS-MOVE-ABS NOT < WS-NEAR-FLOOR THEN
                   PERFORM 3100-NOTE-NEAR-MOVEMENT
               END-IF
           END-IF.

       3000-RAISE-SINGLE-CASE.
           MOVE 'V' TO CASE-TYPE
           MOVE LEDGER-ACCOUNT-ID TO CASE-SUBJECT-ID
           MOVE LEDGER-DATE TO CASE-REF-DATE
           MOVE LEDGER-SEQ TO CASE-REF-SEQ
           READ CASH-CASE
               KEY IS CASE-REF-KEY
               INVALID KEY
               MOVE 'N' TO WS-CASE-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-CASE-EXISTS
           END-READ
           IF WS-CASE-EXISTS = 'N' THEN
               MOVE LEDGER-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM 3050-LOOKUP-OWNER
               MOVE 'V' TO CASE-TYPE
               MOVE LEDGER-ACCOUNT-ID TO CASE-SUBJECT-ID
               MOVE LEDGER-DATE TO CASE-REF-DATE
               MOVE LEDGER-SEQ TO CASE-REF-SEQ
               MOVE LEDGER-ACCOUNT-ID TO CASE-ACCOUNT-ID
               MOVE ACCOUNT-PEOPLE-ID TO CASE-PEOPLE-ID
               MOVE WS-OWNER-CPF TO CASE-CPF
               MOVE LEDGER-OPERATION TO CASE-OPERATION
               MOVE 1 TO CASE-MOVE-COUNT
               MOVE 1 TO CASE-ACCOUNT-COUNT
               MOVE WS-MOVE-ABS TO CASE-TOTAL-AMOUNT
               MOVE LEDGER-DATE TO CASE-FIRST-DATE
               MOVE LEDGER-DATE TO CASE-LAST-DATE
               PERFORM 6900-WRITE-NEW-CASE
               ADD 1 TO WS-SINGLE-COUNT
           END-IF.

       3050-LOOKUP-OWNER.
           MOVE ZERO TO WS-OWNER-CPF
           MOVE WS-LOOKUP-ACCOUNT TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
               MOVE 'N' TO WS-ACCOUNT-EXISTS
               MOVE ZERO TO ACCOUNT-PEOPLE-ID
               NOT INVALID KEY
               MOVE 'Y' TO WS-ACCOUNT-EXISTS
           END-READ
           IF WS-ACCOUNT-EXISTS = 'Y' THEN
               MOVE ACCOUNT-PEOPLE-ID TO PEOPLE-RW-ID
               READ PEOPLE-RW
                   KEY IS PEOPLE-RW-ID
                   INVALID KEY
                   MOVE 'N' TO WS-PEOPLE-EXISTS
                   NOT INVALID KEY
                   MOVE 'Y' TO WS-PEOPLE-EXISTS
                   MOVE PEOPLE-RW-CPF TO WS-OWNER-CPF
               END-READ
           END-IF.

       3100-NOTE-NEAR-MOVEMENT.
           MOVE 'N' TO WS-NEAR-FOUND
           MOVE 1 TO WS-NEAR-IDX
           PERFORM UNTIL WS-NEAR-FOUND = 'Y' OR
               WS-NEAR-IDX > WS-NEAR-USED
               IF WS-NEAR-ACCOUNT(WS-NEAR-IDX) = LEDGER-ACCOUNT-ID
                   MOVE 'Y' TO WS-NEAR-FOUND
               ELSE
                   ADD 1 TO WS-NEAR-IDX
               END-IF
           END-PERFORM
           IF WS-NEAR-FOUND = 'N' THEN
               IF WS-NEAR-USED < WS-NEAR-MAX THEN
                   ADD 1 TO WS-NEAR-USED
                   MOVE WS-NEAR-USED TO WS-NEAR-IDX
                   MOVE LEDGER-ACCOUNT-ID TO
                       WS-NEAR-ACCOUNT(WS-NEAR-IDX)
                   MOVE ZERO TO WS-NEAR-COUNT(WS-NEAR-IDX)
                   MOVE ZERO TO WS-NEAR-TOTAL(WS-NEAR-IDX)
                   MOVE LEDGER-DATE TO WS-NEAR-FIRST(WS-NEAR-IDX)
                   MOVE LEDGER-DATE TO WS-NEAR-LAST(WS-NEAR-IDX)
                   MOVE 'Y' TO WS-NEAR-FOUND
               ELSE
                   DISPLAY 'CASHMON: TABELA DE CONTAS CHEIA'
               END-IF
           END-IF
           IF WS-NEAR-FOUND = 'Y' THEN
               ADD 1 TO WS-NEAR-COUNT(WS-NEAR-IDX)
               ADD WS-MOVE-ABS TO WS-NEAR-TOTAL(WS-NEAR-IDX)
               IF LEDGER-DATE < WS-NEAR-FIRST(WS-NEAR-IDX) THEN
                   MOVE LEDGER-DATE TO WS-NEAR-FIRST(WS-NEAR-IDX)
               END-IF
               IF LEDGER-DATE > WS-NEAR-LAST(WS-NEAR-IDX) THEN
                   MOVE LEDGER-DATE TO WS-NEAR-LAST(WS-NEAR-IDX)
               END-IF
           END-IF.

       4000-ACCOUNT-PATTERNS.
           MOVE 1 TO WS-NEAR-IDX
           PERFORM UNTIL WS-NEAR-IDX > WS-NEAR-USED
               IF WS-NEAR-COUNT(WS-NEAR-IDX) NOT < WS-MIN-COUNT
                   MOVE WS-NEAR-ACCOUNT(WS-NEAR-IDX) TO
                       WS-LOOKUP-ACCOUNT
                   PERFORM 3050-LOOKUP-OWNER
                   MOVE 'F' TO WS-PAT-TYPE
                   MOVE WS-NEAR-ACCOUNT(WS-NEAR-IDX) TO WS-PAT-SUBJECT
                   MOVE WS-NEAR-ACCOUNT(WS-NEAR-IDX) TO WS-PAT-ACCOUNT
                   MOVE ACCOUNT-PEOPLE-ID TO WS-PAT-PEOPLE-ID
                   MOVE WS-OWNER-CPF TO WS-PAT-CPF
                   MOVE WS-NEAR-COUNT(WS-NEAR-IDX) TO WS-PAT-COUNT
                   MOVE 1 TO WS-PAT-ACCOUNTS
                   MOVE WS-NEAR-TOTAL(WS-NEAR-IDX) TO WS-PAT-TOTAL
                   MOVE WS-NEAR-FIRST(WS-NEAR-IDX) TO WS-PAT-FIRST
                   MOVE WS-NEAR-LAST(WS-NEAR-IDX) TO WS-PAT-LAST
                   PERFORM 6000-RAISE-PATTERN-CASE
               END-IF
               ADD 1 TO WS-NEAR-IDX
           END-PERFORM.

       4500-PERSON-PATTERNS.
           MOVE 1 TO WS-NEAR-IDX
           PERFORM UNTIL WS-NEAR-IDX > WS-NEAR-USED
               PERFORM 4600-ADD-ACCOUNT-HOLDERS
               ADD 1 TO WS-NEAR-IDX
           END-PERFORM
           MOVE 1 TO WS-CPF-IDX
           PERFORM UNTIL WS-CPF-IDX > WS-CPF-USED
               IF WS-CPF-COUNT(WS-CPF-IDX) NOT < WS-MIN-COUNT AND
                  WS-CPF-ACCOUNTS(WS-CPF-IDX) > 1 THEN
                   MOVE 'P' TO WS-PAT-TYPE
                   MOVE WS-CPF-NUMBER(WS-CPF-IDX) TO WS-PAT-SUBJECT
                   MOVE ZERO TO WS-PAT-ACCOUNT
                   MOVE WS-CPF-PEOPLE-ID(WS-CPF-IDX) TO
                       WS-PAT-PEOPLE-ID
                   MOVE WS-CPF-NUMBER(WS-CPF-IDX) TO WS-PAT-CPF
                   MOVE WS-CPF-COUNT(WS-CPF-IDX) TO WS-PAT-COUNT
                   MOVE WS-CPF-ACCOUNTS(WS-CPF-IDX) TO WS-PAT-ACCOUNTS
                   MOVE WS-CPF-TOTAL(WS-CPF-IDX) TO WS-PAT-TOTAL
                   MOVE WS-CPF-FIRST(WS-CPF-IDX) TO WS-PAT-FIRST
                   MOVE WS-CPF-LAST(WS-CPF-IDX) TO WS-PAT-LAST
                   PERFORM 6000-RAISE-PATTERN-CASE
               END-IF
               ADD 1 TO WS-CPF-IDX
           END-PERFORM.

       4600-ADD-ACCOUNT-HOLDERS.
           MOVE WS-NEAR-ACCOUNT(WS-NEAR-IDX) TO WS-LOOKUP-ACCOUNT
           PERFORM 3050-LOOKUP-OWNER
           IF WS-ACCOUNT-EXISTS = 'Y' AND WS-OWNER-CPF NOT = ZERO
               MOVE WS-OWNER-CPF TO WS-ADD-CPF
               MOVE ACCOUNT-PEOPLE-ID TO WS-ADD-PEOPLE-ID
               PERFORM 4700-ADD-CPF-ENTRY
           END-IF
           MOVE WS-NEAR-ACCOUNT(WS-NEAR-IDX) TO SIGNER-ACCOUNT-ID
           MOVE ZERO TO SIGNER-PEOPLE-ID
           MOVE 'N' TO WS-SCAN-EOF
           START ACCOUNT-SIGNER KEY NOT < SIGNER-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ACCOUNT-SIGNER NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SIGNER-ACCOUNT-ID NOT =
                           WS-NEAR-ACCOUNT(WS-NEAR-IDX) THEN
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           PERFORM 4650-ADD-SIGNER
                       END-IF
               END-READ
           END-PERFORM.

       4650-ADD-SIGNER.
           MOVE SIGNER-PEOPLE-ID TO PEOPLE-RW-ID
           READ PEOPLE-RW
               KEY IS PEOPLE-RW-ID
               INVALID KEY
               MOVE 'N' TO WS-PEOPLE-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-PEOPLE-EXISTS
           END-READ
           IF WS-PEOPLE-EXISTS = 'Y' AND
              PEOPLE-RW-CPF NOT = ZERO AND
              PEOPLE-RW-CPF NOT = WS-OWNER-CPF THEN
               MOVE PEOPLE-RW-CPF TO WS-ADD-CPF
               MOVE SIGNER-PEOPLE-ID TO WS-ADD-PEOPLE-ID
               PERFORM 4700-ADD-CPF-ENTRY
           END-IF.

       4700-ADD-CPF-ENTRY.
           MOVE 'N' TO WS-CPF-FOUND
           MOVE 1 TO WS-CPF-IDX
           PERFORM UNTIL WS-CPF-FOUND = 'Y' OR
               WS-CPF-IDX > WS-CPF-USED
               IF WS-CPF-NUMBER(WS-CPF-IDX) = WS-ADD-CPF THEN
                   MOVE 'Y' TO WS-CPF-FOUND
               ELSE
                   ADD 1 TO WS-CPF-IDX
               END-IF
           END-PERFORM
           IF WS-CPF-FOUND = 'N' THEN
               IF WS-CPF-USED < WS-CPF-MAX THEN
                   ADD 1 TO WS-CPF-USED
                   MOVE WS-CPF-USED TO WS-CPF-IDX
                   MOVE WS-ADD-CPF TO WS-CPF-NUMBER(WS-CPF-IDX)
                   MOVE WS-ADD-PEOPLE-ID TO
                       WS-CPF-PEOPLE-ID(WS-CPF-IDX)
                   MOVE ZERO TO WS-CPF-COUNT(WS-CPF-IDX)
                   MOVE ZERO TO WS-CPF-ACCOUNTS(WS-CPF-IDX)
                   MOVE ZERO TO WS-CPF-TOTAL(WS-CPF-IDX)
                   MOVE WS-NEAR-FIRST(WS-NEAR-IDX) TO
                       WS-CPF-FIRST(WS-CPF-IDX)
                   MOVE WS-NEAR-LAST(WS-NEAR-IDX) TO
                       WS-CPF-LAST(WS-CPF-IDX)
                   MOVE 'Y' TO WS-CPF-FOUND
               ELSE
                   DISPLAY 'CASHMON: TABELA DE CPF CHEIA'
               END-IF
           END-IF
           IF WS-CPF-FOUND = 'Y' THEN
               ADD WS-NEAR-COUNT(WS-NEAR-IDX) TO
                   WS-CPF-COUNT(WS-CPF-IDX)
               ADD 1 TO WS-CPF-ACCOUNTS(WS-CPF-IDX)
               ADD WS-NEAR-TOTAL(WS-NEAR-IDX) TO
                   WS-CPF-TOTAL(WS-CPF-IDX)
               IF WS-NEAR-FIRST(WS-NEAR-IDX) <
                   WS-CPF-FIRST(WS-CPF-IDX) THEN
                   MOVE WS-NEAR-FIRST(WS-NEAR-IDX) TO
                       WS-CPF-FIRST(WS-CPF-IDX)
               END-IF
               IF WS-NEAR-LAST(WS-NEAR-IDX) >
                   WS-CPF-LAST(WS-CPF-IDX) THEN
                   MOVE WS-NEAR-LAST(WS-NEAR-IDX) TO
                       WS-CPF-LAST(WS-CPF-IDX)
               END-IF
           END-IF.

       6000-RAISE-PATTERN-CASE.
           PERFORM 6100-SCAN-EXISTING-CASES
           IF WS-PAT-LAST > WS-PAT-SEEN-LAST THEN
               IF WS-PAT-OPEN-ID NOT = ZERO THEN
                   PERFORM 6200-REFRESH-OPEN-CASE
               ELSE
                   MOVE WS-PAT-TYPE TO CASE-TYPE
                   MOVE WS-PAT-SUBJECT TO CASE-SUBJECT-ID
                   MOVE WS-CASHMON-RUN-DATE TO CASE-REF-DATE
                   MOVE ZERO TO CASE-REF-SEQ
                   MOVE WS-PAT-ACCOUNT TO CASE-ACCOUNT-ID
                   MOVE WS-PAT-PEOPLE-ID TO CASE-PEOPLE-ID
                   MOVE WS-PAT-CPF TO CASE-CPF
                   MOVE ZERO TO CASE-OPERATION
                   MOVE WS-PAT-COUNT TO CASE-MOVE-COUNT
                   MOVE WS-PAT-ACCOUNTS TO CASE-ACCOUNT-COUNT
                   MOVE WS-PAT-TOTAL TO CASE-TOTAL-AMOUNT
                   MOVE WS-PAT-FIRST TO CASE-FIRST-DATE
                   MOVE WS-PAT-LAST TO CASE-LAST-DATE
                   PERFORM 6900-WRITE-NEW-CASE
                   IF WS-PAT-TYPE = 'F' THEN
                       ADD 1 TO WS-ACCOUNT-CASE-COUNT
                   ELSE
                       ADD 1 TO WS-PERSON-CASE-COUNT
                   END-IF
               END-IF
           END-IF.

       6100-SCAN-EXISTING-CASES.
           MOVE ZERO TO WS-PAT-OPEN-ID
           MOVE ZERO TO WS-PAT-SEEN-LAST
           MOVE WS-PAT-TYPE TO CASE-TYPE
           MOVE WS-PAT-SUBJECT TO CASE-SUBJECT-ID
           MOVE ZERO TO CASE-REF-DATE
           MOVE ZERO TO CASE-REF-SEQ
           MOVE 'N' TO WS-SCAN-EOF
           START CASH-CASE KEY NOT < CASE-REF-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CASH-CASE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CASE-TYPE NOT = WS-PAT-TYPE OR
                          CASE-SUBJECT-ID NOT = WS-PAT-SUBJECT THEN
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF CASE-LAST-DATE > WS-PAT-SEEN-LAST
                               MOVE CASE-LAST-DATE TO
                                   WS-PAT-SEEN-LAST
                           END-IF
                           IF CASE-STATUS = 'A' THEN
                               MOVE CASE-ID TO WS-PAT-OPEN-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6200-REFRESH-OPEN-CASE.
           MOVE WS-PAT-OPEN-ID TO CASE-ID
           READ CASH-CASE
               KEY IS CASE-ID
               INVALID KEY
               DISPLAY 'CASHMON: CASO NAO RELIDO ' WS-PAT-OPEN-ID
               NOT INVALID KEY
               MOVE WS-PAT-COUNT TO CASE-MOVE-COUNT
               MOVE WS-PAT-ACCOUNTS TO CASE-ACCOUNT-COUNT
               MOVE WS-PAT-TOTAL TO CASE-TOTAL-AMOUNT
               IF WS-PAT-FIRST < CASE-FIRST-DATE THEN
                   MOVE WS-PAT-FIRST TO CASE-FIRST-DATE
               END-IF
               MOVE WS-PAT-LAST TO CASE-LAST-DATE
               REWRITE CASH-CASE-RECORD
               ADD 1 TO WS-UPDATED-COUNT
           END-READ.

       6900-WRITE-NEW-CASE.
           MOVE WS-TODAY TO CASE-OPENED-DATE
           MOVE 'A' TO CASE-STATUS
           MOVE SPACES TO CASE-ANALYST
           MOVE ZERO TO CASE-REVIEW-DATE
           MOVE SPACES TO CASE-NOTE
           MOVE ZERO TO CASE-REPORTED-DATE
           MOVE 'N' TO WS-CASE-WRITTEN
           PERFORM UNTIL WS-CASE-WRITTEN = 'Y'
               ADD 1 TO WS-NEXT-CASE-ID
               MOVE WS-NEXT-CASE-ID TO CASE-ID
               WRITE CASH-CASE-RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-WRITTEN
               END-WRITE
           END-PERFORM
           DISPLAY 'CASHMON: CASO ' CASE-ID ' TIPO ' CASE-TYPE
               ' ' CASE-SUBJECT-ID.

       7000-WRITE-COAF-REPORT.
           MOVE SPACES TO COAF-HEADER-RECORD
           MOVE '0' TO COAF-HDR-TYPE
           MOVE WS-INSTITUTION TO COAF-HDR-INSTITUTION
           MOVE WS-CASHMON-RUN-DATE TO COAF-HDR-DATE
           MOVE WS-THRESHOLD TO COAF-HDR-THRESHOLD
           MOVE WS-NATIONAL-CURRENCY TO COAF-HDR-CURRENCY
           MOVE 'SOMENTE CONTAS EM REAIS - LIMITES EM BRL'
               TO COAF-HDR-SCOPE
           WRITE COAF-HEADER-RECORD
           MOVE ZERO TO CASE-ID
           MOVE 'N' TO WS-SCAN-EOF
           START CASH-CASE KEY NOT < CASE-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CASH-CASE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CASE-REPORTED-DATE = ZERO AND
                          ((CASE-TYPE = 'V' AND
                            CASE-STATUS NOT = 'D') OR
                           CASE-STATUS = 'R') THEN
                           PERFORM 7100-WRITE-COAF-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO COAF-TRAILER-RECORD
           MOVE '9' TO COAF-TRL-TYPE
           MOVE WS-COAF-COUNT TO COAF-TRL-COUNT
           MOVE WS-COAF-TOTAL TO COAF-TRL-TOTAL
           WRITE COAF-TRAILER-RECORD.

       7100-WRITE-COAF-DETAIL.
           MOVE SPACES TO COAF-DETAIL-RECORD
           MOVE '1' TO COAF-RECORD-TYPE
           MOVE CASE-ID TO COAF-CASE-ID
           MOVE CASE-CPF TO COAF-CPF
           MOVE CASE-ACCOUNT-ID TO COAF-ACCOUNT-ID
           MOVE CASE-OPERATION TO COAF-OPERATION
           MOVE CASE-TOTAL-AMOUNT TO COAF-AMOUNT
           MOVE CASE-MOVE-COUNT TO COAF-MOVE-COUNT
           MOVE CASE-FIRST-DATE TO COAF-FIRST-DATE
           MOVE CASE-LAST-DATE TO COAF-LAST-DATE
           EVALUATE CASE-TYPE
               WHEN 'V'
                   MOVE 'COE' TO COAF-COMM-TYPE
                   MOVE 'OPERACAO EM ESPECIE ACIMA DO LIMITE'
                       TO COAF-DESCRIPTION
               WHEN 'F'
                   MOVE 'COS' TO COAF-COMM-TYPE
                   MOVE 'FRACIONAMENTO EM ESPECIE NA CONTA'
                       TO COAF-DESCRIPTION
               WHEN OTHER
                   MOVE 'COS' TO COAF-COMM-TYPE
                   MOVE 'FRACIONAMENTO EM ESPECIE ENTRE CONTAS DO CPF'
                       TO COAF-DESCRIPTION
           END-EVALUATE
           MOVE CASE-PEOPLE-ID TO PEOPLE-RW-ID
           READ PEOPLE-RW
               KEY IS PEOPLE-RW-ID
               INVALID KEY
               MOVE SPACES TO COAF-NAME
               MOVE SPACES TO COAF-CITY
               NOT INVALID KEY
               MOVE PEOPLE-RW-NAME(1:60) TO COAF-NAME
               MOVE PEOPLE-RW-CITY(1:30) TO COAF-CITY
           END-READ
           WRITE COAF-DETAIL-RECORD
           ADD 1 TO WS-COAF-COUNT
           ADD CASE-TOTAL-AMOUNT TO WS-COAF-TOTAL
           MOVE WS-CASHMON-RUN-DATE TO CASE-REPORTED-DATE
           REWRITE CASH-CASE-RECORD.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT
           CLOSE ACCOUNT-LEDGER
           CLOSE PEOPLE-RW
           CLOSE ACCOUNT-SIGNER
           CLOSE CASH-CASE
           CLOSE COAF-REPORT.
