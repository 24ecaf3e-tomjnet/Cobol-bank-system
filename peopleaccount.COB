             SELECT ACCOUNT-REJECT ASSIGN TO 'storage/reject.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REJECT-FS.
             SELECT REJECT-WORK ASSIGN TO 'storage/reject_work.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REJECT-WORK-FS.
             SELECT ACCOUNT-LEDGER ASSIGN TO 'storage/ledger.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             ACCESS IS RANDOM
             RECORD KEY IS SIGNER-KEY
             FILE STATUS IS WS-SIGNER-FS.
             SELECT APPROVAL-RULE ASSIGN TO 'input/approval_rule.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULE-FS.
             SELECT PENDING-APPROVAL ASSIGN TO 'storage/pending.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS PEND-KEY
             FILE STATUS IS WS-PEND-FS.
             SELECT DEPOSIT-RATE ASSIGN TO 'input/deposit_rate.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-FS.
             SELECT STANDING-ORDER ASSIGN TO
                 'storage/standing_order.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SO-ORDER-ID
             FILE STATUS IS WS-ORDER-FS.
             SELECT CLOSURE-PAYOUT ASSIGN TO
                 'storage/closure_payout.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYOUT-FS.
             SELECT CLOSURE-STATEMENT ASSIGN TO
                 'storage/closure_statement.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOSE-STMT-FS.
             SELECT LOAN-HISTORY ASSIGN TO 'storage/loan_history.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-FS.


       DATA DIVISION.
               05 ACCOUNT-IN-ACCOUNT-TYPE PIC X(1).
               05 ACCOUNT-IN-CURRENCY PIC X(3).
               05 ACCOUNT-IN-COUNTERPARTY PIC 9(10).
               05 ACCOUNT-IN-OPERATOR PIC X(10).
           01 ACCOUNT-IN-HEADER.
               05 ACCOUNT-IN-HDR-TYPE PIC X(1).
               05 ACCOUNT-IN-BATCH-ID PIC 9(8).
               05 ACCOUNT-IN-BUSINESS-DATE PIC 9(8).
               05 ACCOUNT-IN-BRANCH PIC 9(4).
               05 FILLER PIC X(59).
           01 ACCOUNT-IN-TRAILER.
               05 ACCOUNT-IN-TRL-TYPE PIC X(1).
               05 ACCOUNT-IN-TRL-COUNT PIC 9(7).
               05 ACCOUNT-IN-TRL-HASH PIC 9(13)V99.
               05 FILLER PIC X(57).

           FD PEOPLE-RW.
           COPY PEOPLERW.
           FD ACCOUNT-REJECT.
           COPY REJECTREC.

           FD REJECT-WORK.
           01 REJECT-WORK-RECORD PIC X(125).

           FD ACCOUNT-LEDGER.
           COPY LEDGERREC.

           FD ACCOUNT-SIGNER.
           COPY SIGNERREC.

           FD APPROVAL-RULE.
           01 APPROVAL-RULE-RECORD.
               05 APRULE-OPERATION PIC 9(5).
               05 APRULE-MIN-AMOUNT PIC 9(9)V99.
               05 APRULE-EXPIRY-DAYS PIC 9(3).

           FD PENDING-APPROVAL.
           COPY PENDREC.

           FD DEPOSIT-RATE.
           01 DEPOSIT-RATE-RECORD.
               05 RATE-ACCOUNT-TYPE PIC X(1).
               05 RATE-CURRENCY PIC X(3).
               05 RATE-ANNUAL PIC 9(3)V999.

           FD STANDING-ORDER.
           COPY STORDREC.

           FD CLOSURE-PAYOUT.
           01 CLOSURE-PAYOUT-RECORD.
               05 PAYOUT-ACCOUNT-ID PIC 9(10).
               05 PAYOUT-PEOPLE-ID PIC 9(10).
               05 PAYOUT-NAME PIC X(60).
               05 PAYOUT-CURRENCY PIC X(3).
               05 PAYOUT-AMOUNT PIC 9(9)V99.
               05 PAYOUT-DATE PIC 9(8).
               05 PAYOUT-BATCH-ID PIC 9(8).
               05 PAYOUT-STATUS PIC X(1).

           FD CLOSURE-STATEMENT.
           01 CLOSURE-STATEMENT-LINE PIC X(132).

           FD LOAN-HISTORY.
           COPY LOANHREC.

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-EXSIST PIC A(1) value 'N'.
           01 WS-REJECT-FS PIC X(2).
           01 WS-LEDGER-FS PIC X(2).
           01 WS-LOAN-FS PIC X(2).
           01 WS-HISTORY-FS PIC X(2).
           01 WS-CKPT-FS PIC X(2).
           01 WS-PEOPLE-EXISTS PIC A(1).
           01 WS-SIGNATURE-OK PIC A(1).
           01 WS-RECORD-COUNT PIC 9(10) VALUE ZERO.
           01 WS-CKPT-INTERVAL PIC 9(5) VALUE 100.
           01 WS-LOAN-OLD-PRINCIPAL PIC 9(9)V99.
           01 WS-NEXT-YEAR PIC 9(4).
           01 WS-NEXT-MONTH PIC 9(2).
           01 WS-NEXT-DAY PIC 9(2).
           01 WS-LEDGER-COUNTERPARTY PIC 9(10).
           01 WS-LEDGER-WRITTEN PIC A(1).
           01 WS-XFER-OK PIC A(1).
           01 WS-SIGNER-FS PIC X(2).
           01 WS-SIGNER-OK PIC A(1).
           01 WS-SIGNER-FOUND PIC A(1).
           01 WS-AUD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RULE-FS PIC X(2).
           01 WS-PEND-FS PIC X(2).
           01 WS-PEND-EOF PIC A(1).
           01 WS-RULE-TABLE-MAX PIC 9(3) VALUE 50.
           01 WS-RULE-TABLE-USED PIC 9(3) VALUE ZERO.
           01 WS-RULE-IDX PIC 9(3).
           01 WS-APPROVAL-NEEDED PIC A(1).
           01 WS-APPROVAL-RULE-IDX PIC 9(3).
           01 WS-RELEASING PIC A(1) VALUE 'N'.
           01 WS-RECORD-REJECTED PIC A(1).
           01 WS-BATCH-BRANCH PIC 9(4) VALUE ZERO.
           01 WS-POST-BRANCH PIC 9(4) VALUE ZERO.
           01 WS-PARKED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-DECLINED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-PEND-EXPIRY-INTEGER PIC 9(8).
           01 WS-RATE-FS PIC X(2).
           01 WS-ORDER-FS PIC X(2).
           01 WS-ORDER-EOF PIC A(1).
           01 WS-LEDGER-EOF PIC A(1).
           01 WS-PAYOUT-FS PIC X(2).
           01 WS-REJECT-WORK-FS PIC X(2).
           01 WS-REJECT-COPY-OK PIC A(1).
           01 WS-REJECT-FLAGGED PIC 9(5).
           01 WS-CLOSE-STMT-FS PIC X(2).
           01 WS-RATE-TABLE-MAX PIC 9(3) VALUE 50.
           01 WS-RATE-TABLE-USED PIC 9(3) VALUE ZERO.
           01 WS-RATE-IDX PIC 9(3).
           01 WS-RATE-FOUND PIC A(1).
           01 WS-FEE-DUE-MAX PIC 9(4) VALUE 1000.
           01 WS-FEE-DUE-USED PIC 9(4) VALUE ZERO.
           01 WS-FEE-DUE-IDX PIC 9(4).
           01 WS-FEE-DUE-FOUND PIC A(1).
           01 WS-FEE-DUE-FULL PIC A(1) VALUE 'N'.
           01 WS-FEE-COLLECTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLOSE-PAYOUT-OK PIC A(1).
           01 WS-CLOSE-LOAN-OPEN PIC A(1).
           01 WS-CLOSE-OPENING PIC S9(9)V99.
           01 WS-CLOSE-INTEREST PIC 9(9)V99.
           01 WS-CLOSE-FEES PIC 9(9)V99.
           01 WS-CLOSE-NET-AMOUNT PIC S9(9)V99.
           01 WS-CLOSE-ORDERS PIC 9(5).
           01 WS-CLOSE-LAST-INTEREST PIC 9(8).
           01 WS-CLOSE-DAYS PIC 9(5).
           01 WS-CLOSE-ACCOUNT-ID PIC 9(10).
           01 WS-CLOSE-DESTINATION PIC 9(10).
           01 WS-SETTLE-OPERATION PIC 9(5).
           01 WS-CLOSED-COUNT PIC 9(7) VALUE ZERO.

           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 50 TIMES.
                   10 WS-TBL-ACCOUNT-TYPE PIC X(1).
                   10 WS-TBL-CURRENCY PIC X(3).
                   10 WS-TBL-RATE PIC 9(3)V999.

           01 WS-FEE-DUE-TABLE.
               05 WS-FEE-DUE-ENTRY OCCURS 1000 TIMES.
                   10 WS-FEE-DUE-ACCOUNT PIC 9(10).
                   10 WS-FEE-DUE-AMOUNT PIC 9(9)V99.
                   10 WS-FEE-DUE-COLLECTED PIC A(1).

           01 WS-CLS-HEADER.
               05 FILLER PIC X(38) VALUE
                   'TERMO DE ENCERRAMENTO DE CONTA - DATA '.
               05 WS-CH-DATE PIC 9(8).
               05 FILLER PIC X(6) VALUE ' LOTE '.
               05 WS-CH-BATCH PIC 9(8).
               05 FILLER PIC X(72) VALUE SPACES.

           01 WS-CLS-ACCOUNT-LINE.
               05 FILLER PIC X(6) VALUE 'CONTA '.
               05 WS-CA-ACCOUNT-ID PIC 9(10).
               05 FILLER PIC X(9) VALUE ' TITULAR '.
               05 WS-CA-PEOPLE-ID PIC 9(10).
               05 FILLER PIC X(6) VALUE ' TIPO '.
               05 WS-CA-TYPE PIC X(1).
               05 FILLER PIC X(7) VALUE ' MOEDA '.
               05 WS-CA-CURRENCY PIC X(3).
               05 FILLER PIC X(13) VALUE ' ABERTA EM '.
               05 WS-CA-OPEN-DATE PIC 9(8).
               05 FILLER PIC X(59) VALUE SPACES.

           01 WS-CLS-AMOUNT-LINE.
               05 WS-CL-LABEL PIC X(32).
               05 WS-CL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(85) VALUE SPACES.

           01 WS-CLS-ORDERS-LINE.
               05 FILLER PIC X(32) VALUE
                   'ORDENS PERMANENTES CANCELADAS..:'.
               05 WS-CO-COUNT PIC ZZZZ9.
               05 FILLER PIC X(95) VALUE SPACES.

           01 WS-CLS-PAYOUT-LINE.
               05 FILLER PIC X(32) VALUE
                   'DESTINO DO SALDO...............:'.
               05 WS-CP-TEXT PIC X(40).
               05 WS-CP-ACCOUNT PIC Z(10).
               05 FILLER PIC X(50) VALUE SPACES.

           01 WS-CLS-SEPARATOR.
               05 FILLER PIC X(132) VALUE ALL '='.

           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 50 TIMES.
                   10 WS-RULE-OPERATION PIC 9(5).
                   10 WS-RULE-MIN-AMOUNT PIC 9(9)V99.
                   10 WS-RULE-EXPIRY-DAYS PIC 9(3).

           01 WS-FX-TABLE.
               05 WS-FX-ENTRY OCCURS 100 TIMES.
               05 WS-REASON-SIGNER-AUTHORITY PIC 9(2) VALUE 20.
               05 WS-REASON-NOT-REVERSIBLE PIC 9(2) VALUE 21.
               05 WS-REASON-LEG-NOT-FOUND PIC 9(2) VALUE 22.
               05 WS-REASON-APPROVAL-DECLINED PIC 9(2) VALUE 23.
               05 WS-REASON-APPROVAL-EXPIRED PIC 9(2) VALUE 24.
               05 WS-REASON-CLOSE-ACTIVE-HOLD PIC 9(2) VALUE 25.
               05 WS-REASON-CLOSE-OPEN-LOAN PIC 9(2) VALUE 26.
               05 WS-REASON-CLOSE-DEBIT-BALANCE PIC 9(2) VALUE 27.
               05 WS-REASON-CLOSE-PAYOUT PIC 9(2) VALUE 28.

           COPY BATCHCOM.
           COPY AUDITCOM.
           COPY BRCASHCOM.
           COPY CALCOM.

           LINKAGE SECTION.
           01 WS-INPUT.
           PERFORM 0100-VERIFY-BATCH
           IF WS-BATCH-OK = 'Y' THEN
               PERFORM 1000-OPEN-FILES
               PERFORM 6000-RELEASE-PENDING
               PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM 2000-READ-ACCOUNT-IN
                   IF WS-EOF NOT = 'Y'
                   END-IF
               END-PERFORM
               PERFORM 9000-CLOSE-FILES
               DISPLAY 'PEOPLEACCOUNT: ' WS-PARKED-COUNT
                   ' RETIDOS PARA APROVACAO, ' WS-RELEASED-COUNT
                   ' APROVADOS LIBERADOS'
               DISPLAY 'PEOPLEACCOUNT: ' WS-DECLINED-COUNT
                   ' RECUSADOS, ' WS-EXPIRED-COUNT ' EXPIRADOS'
               DISPLAY 'PEOPLEACCOUNT: ' WS-CLOSED-COUNT
                   ' CONTAS ENCERRADAS COM LIQUIDACAO'
               MOVE 'COMPLETO' TO BCTL-OUTCOME
               MOVE WS-RECORD-COUNT TO BCTL-RECORD-COUNT
           ELSE
               WHEN 'H'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE ACCOUNT-IN-BATCH-ID TO WS-BATCH-ID
                   MOVE ACCOUNT-IN-BRANCH TO WS-BATCH-BRANCH
                   MOVE ACCOUNT-IN-BRANCH TO WS-POST-BRANCH
               WHEN 'D'
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD ACCOUNT-IN-AMOUNT TO WS-HASH-TOTAL
           OPEN I-O PEOPLE-RW
           OPEN I-O ACCOUNT
           PERFORM 1100-READ-CHECKPOINT
           PERFORM 1150-LOAD-UNPAID-FEES
           PERFORM 1200-OPEN-REJECT
           PERFORM 1300-OPEN-LEDGER
           PERFORM 1400-LOAD-FX-TABLE
           PERFORM 1500-OPEN-HOLD
           PERFORM 1600-OPEN-SIGNER
           PERFORM 1700-LOAD-APPROVAL-RULES
           PERFORM 1800-OPEN-PENDING
           PERFORM 1900-LOAD-DEPOSIT-RATES
           PERFORM 1950-OPEN-CLOSURE-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

       1050-OPEN-LOAN.
               OPEN OUTPUT ACCOUNT-LOAN
               CLOSE ACCOUNT-LOAN
               OPEN I-O ACCOUNT-LOAN
           END-IF
           OPEN EXTEND LOAN-HISTORY
           IF WS-HISTORY-FS = '35' THEN
               OPEN OUTPUT LOAN-HISTORY
           END-IF.

       1100-READ-CHECKPOINT.
               CLOSE CHECKPOINT-CTL
           END-IF.

       1150-LOAD-UNPAID-FEES.
           OPEN INPUT ACCOUNT-REJECT
           IF WS-REJECT-FS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCOUNT-REJECT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REJECT-OPERATION = 13 AND
                              REJECT-RESUB-FLAG = 'N' THEN
                               PERFORM 1160-NOTE-UNPAID-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REJECT
               MOVE 'N' TO WS-EOF
           END-IF.

       1160-NOTE-UNPAID-FEE.
           MOVE REJECT-ID TO WS-CLOSE-ACCOUNT-ID
           PERFORM 3779-FIND-FEE-DUE
           IF WS-FEE-DUE-FOUND = 'N' THEN
               IF WS-FEE-DUE-USED < WS-FEE-DUE-MAX THEN
                   ADD 1 TO WS-FEE-DUE-USED
                   MOVE WS-FEE-DUE-USED TO WS-FEE-DUE-IDX
                   MOVE REJECT-ID TO
                       WS-FEE-DUE-ACCOUNT(WS-FEE-DUE-IDX)
                   MOVE ZERO TO WS-FEE-DUE-AMOUNT(WS-FEE-DUE-IDX)
                   MOVE 'N' TO WS-FEE-DUE-COLLECTED(WS-FEE-DUE-IDX)
                   MOVE 'Y' TO WS-FEE-DUE-FOUND
               ELSE
                   IF WS-FEE-DUE-FULL = 'N' THEN
                       DISPLAY 'TABELA DE TARIFAS PENDENTES CHEIA'
                       MOVE 'Y' TO WS-FEE-DUE-FULL
                   END-IF
               END-IF
           END-IF
           IF WS-FEE-DUE-FOUND = 'Y' THEN
               ADD REJECT-AMOUNT TO WS-FEE-DUE-AMOUNT(WS-FEE-DUE-IDX)
           END-IF.

       1200-OPEN-REJECT.
           OPEN EXTEND ACCOUNT-REJECT
           IF WS-REJECT-FS = '35' THEN
               OPEN INPUT ACCOUNT-SIGNER
           END-IF.

       1700-LOAD-APPROVAL-RULES.
           OPEN INPUT APPROVAL-RULE
           IF WS-RULE-FS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ APPROVAL-RULE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 1750-NOTE-APPROVAL-RULE
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-RULE
               MOVE 'N' TO WS-EOF
           ELSE
               MOVE 4 TO WS-RULE-TABLE-USED
               MOVE 2 TO WS-RULE-OPERATION(1)
               MOVE 50000.00 TO WS-RULE-MIN-AMOUNT(1)
               MOVE 8 TO WS-RULE-OPERATION(2)
               MOVE 50000.00 TO WS-RULE-MIN-AMOUNT(2)
               MOVE 10 TO WS-RULE-OPERATION(3)
               MOVE ZERO TO WS-RULE-MIN-AMOUNT(3)
               MOVE 17 TO WS-RULE-OPERATION(4)
               MOVE ZERO TO WS-RULE-MIN-AMOUNT(4)
               MOVE 1 TO WS-RULE-IDX
               PERFORM UNTIL WS-RULE-IDX > WS-RULE-TABLE-USED
                   MOVE 5 TO WS-RULE-EXPIRY-DAYS(WS-RULE-IDX)
                   ADD 1 TO WS-RULE-IDX
               END-PERFORM
           END-IF.

       1750-NOTE-APPROVAL-RULE.
           IF WS-RULE-TABLE-USED < WS-RULE-TABLE-MAX THEN
               ADD 1 TO WS-RULE-TABLE-USED
               MOVE WS-RULE-TABLE-USED TO WS-RULE-IDX
               MOVE APRULE-OPERATION TO
                   WS-RULE-OPERATION(WS-RULE-IDX)
               MOVE APRULE-MIN-AMOUNT TO
                   WS-RULE-MIN-AMOUNT(WS-RULE-IDX)
               MOVE APRULE-EXPIRY-DAYS TO
                   WS-RULE-EXPIRY-DAYS(WS-RULE-IDX)
               IF WS-RULE-EXPIRY-DAYS(WS-RULE-IDX) = ZERO THEN
                   MOVE 5 TO WS-RULE-EXPIRY-DAYS(WS-RULE-IDX)
               END-IF
           ELSE
               DISPLAY 'TABELA DE REGRAS DE APROVACAO CHEIA'
           END-IF.

       1800-OPEN-PENDING.
           OPEN I-O PENDING-APPROVAL
           IF WS-PEND-FS = '35' THEN
               OPEN OUTPUT PENDING-APPROVAL
               CLOSE PENDING-APPROVAL
               OPEN I-O PENDING-APPROVAL
           END-IF.

       1900-LOAD-DEPOSIT-RATES.
           OPEN INPUT DEPOSIT-RATE
           IF WS-RATE-FS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEPOSIT-RATE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 1910-NOTE-DEPOSIT-RATE
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-RATE
               MOVE 'N' TO WS-EOF
           END-IF.

       1910-NOTE-DEPOSIT-RATE.
           IF WS-RATE-TABLE-USED < WS-RATE-TABLE-MAX THEN
               ADD 1 TO WS-RATE-TABLE-USED
               MOVE WS-RATE-TABLE-USED TO WS-RATE-IDX
               MOVE RATE-ACCOUNT-TYPE TO
                   WS-TBL-ACCOUNT-TYPE(WS-RATE-IDX)
               MOVE RATE-CURRENCY TO WS-TBL-CURRENCY(WS-RATE-IDX)
               MOVE RATE-ANNUAL TO WS-TBL-RATE(WS-RATE-IDX)
           ELSE
               DISPLAY 'TABELA DE TAXAS DE POUPANCA CHEIA'
           END-IF.

       1950-OPEN-CLOSURE-FILES.
           OPEN I-O STANDING-ORDER
           IF WS-ORDER-FS = '35' THEN
               OPEN OUTPUT STANDING-ORDER
               CLOSE STANDING-ORDER
               OPEN I-O STANDING-ORDER
           END-IF
           OPEN EXTEND CLOSURE-PAYOUT
           IF WS-PAYOUT-FS = '35' THEN
               OPEN OUTPUT CLOSURE-PAYOUT
           END-IF
           OPEN EXTEND CLOSURE-STATEMENT
           IF WS-CLOSE-STMT-FS = '35' THEN
               OPEN OUTPUT CLOSURE-STATEMENT
           END-IF.

       2000-READ-ACCOUNT-IN.
           READ ACCOUNT-IN
               AT END MOVE 'Y' TO WS-EOF
           CLOSE CHECKPOINT-CTL.

       3000-PROCESS-RECORD.
           IF WS-INPUT-SIGNATURE = ACCOUNT-IN-SIGNATURE OR
              WS-RELEASING = 'Y' THEN
               PERFORM 3100-LOOKUP-PEOPLE
               PERFORM 3200-VALIDATE-PEOPLE-SIGNATURE
               IF WS-PEOPLE-EXISTS = 'Y' AND WS-SIGNATURE-OK = 'Y' THEN
                   PERFORM 3050-CHECK-APPROVAL-RULES
                   IF WS-APPROVAL-NEEDED = 'Y' THEN
                       PERFORM 3060-PARK-FOR-APPROVAL
                   ELSE
                       PERFORM 3300-POST-TRANSACTION
                   END-IF
               ELSE
                   IF WS-PEOPLE-EXISTS = 'N' THEN
                       DISPLAY 'PESSOA NAO ENCONTRADA'
               PERFORM 8000-WRITE-REJECT-BATCH-SIGNATURE
           END-IF.

       3050-CHECK-APPROVAL-RULES.
           MOVE 'N' TO WS-APPROVAL-NEEDED
           IF WS-RELEASING = 'N' THEN
               MOVE 1 TO WS-RULE-IDX
               PERFORM UNTIL WS-APPROVAL-NEEDED = 'Y' OR
                   WS-RULE-IDX > WS-RULE-TABLE-USED
                   IF WS-RULE-OPERATION(WS-RULE-IDX) =
                       ACCOUNT-IN-OPERATION AND
                      ACCOUNT-IN-AMOUNT NOT <
                       WS-RULE-MIN-AMOUNT(WS-RULE-IDX) THEN
                       MOVE 'Y' TO WS-APPROVAL-NEEDED
                       MOVE WS-RULE-IDX TO WS-APPROVAL-RULE-IDX
                   ELSE
                       ADD 1 TO WS-RULE-IDX
                   END-IF
               END-PERFORM
           END-IF.

       3060-PARK-FOR-APPROVAL.
           MOVE WS-BATCH-ID TO PEND-BATCH-ID
           MOVE WS-RECORD-COUNT TO PEND-SEQ
           MOVE BCTL-BUSINESS-DATE TO PEND-BUSINESS-DATE
           MOVE WS-BATCH-BRANCH TO PEND-BRANCH
           MOVE ACCOUNT-IN-ID TO PEND-ACCOUNT-ID
           MOVE ACCOUNT-IN-PEOPLE-ID TO PEND-PEOPLE-ID
           MOVE ACCOUNT-IN-OPERATION TO PEND-OPERATION
           MOVE ACCOUNT-IN-SIGNATURE TO PEND-SIGNATURE
           MOVE ACCOUNT-IN-AMOUNT TO PEND-AMOUNT
           MOVE ACCOUNT-IN-LOAN-RATE TO PEND-LOAN-RATE
           MOVE ACCOUNT-IN-LOAN-TERM TO PEND-LOAN-TERM
           MOVE ACCOUNT-IN-ACCOUNT-TYPE TO PEND-ACCOUNT-TYPE
           MOVE ACCOUNT-IN-CURRENCY TO PEND-CURRENCY
           MOVE ACCOUNT-IN-COUNTERPARTY TO PEND-COUNTERPARTY
           MOVE ACCOUNT-IN-OPERATOR TO PEND-OPERATOR
           MOVE WS-RULE-MIN-AMOUNT(WS-APPROVAL-RULE-IDX) TO
               PEND-RULE-AMOUNT
           COMPUTE WS-PEND-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(BCTL-BUSINESS-DATE) +
               WS-RULE-EXPIRY-DAYS(WS-APPROVAL-RULE-IDX)
           COMPUTE PEND-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PEND-EXPIRY-INTEGER)
           MOVE 'P' TO PEND-STATUS
           MOVE SPACES TO PEND-APPROVER
           MOVE ZERO TO PEND-DECISION-DATE
           MOVE SPACES TO PEND-NOTE
           MOVE ZERO TO PEND-POSTED-DATE
           MOVE ZERO TO PEND-POSTED-BATCH
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
               DISPLAY 'JA RETIDO PARA APROVACAO ' PEND-KEY
               NOT INVALID KEY
               ADD 1 TO WS-PARKED-COUNT
               DISPLAY 'RETIDO PARA APROVACAO ' PEND-KEY
                   ' CONTA ' ACCOUNT-IN-ID
           END-WRITE.

       3100-LOOKUP-PEOPLE.
           MOVE ACCOUNT-IN-ID TO ACCOUNT-ID
           MOVE ACCOUNT-IN-PEOPLE-ID TO ACCOUNT-PEOPLE-ID
                   DISPLAY 'SAQUE '
                       ACCOUNT-BALANCE
                   PERFORM 3900-WRITE-LEDGER
                   MOVE 'O' TO BRC-FUNCTION
                   PERFORM 3980-UPDATE-BRANCH-CASH
               END-IF
           END-IF
           END-IF.
               DISPLAY 'DEPOSITO '
                   ACCOUNT-BALANCE
               PERFORM 3900-WRITE-LEDGER
               MOVE 'I' TO BRC-FUNCTION
               PERFORM 3980-UPDATE-BRANCH-CASH
           END-IF.

       3735-REATIVAR-CONTA.
           MOVE ACCOUNT-STATUS TO AUD-BEFORE
           MOVE 'A' TO ACCOUNT-STATUS
           REWRITE ACCOUNT-FILE
           DISPLAY 'CONTA REATIVADA ' ACCOUNT-ID
           MOVE 'STATUS' TO AUD-FIELD
           MOVE ACCOUNT-STATUS TO AUD-AFTER
           PERFORM 3960-AUDIT-ACCOUNT
           PERFORM 3910-WRITE-LEDGER-REATIVACAO.

       3740-EMPRESTIMO.
           IF ACCOUNT-STATUS NOT = 'A' THEN
               PERFORM 8000-WRITE-REJECT-ACCOUNT-STATUS
           ELSE
               MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-AUD-AMOUNT
               MOVE WS-AUD-AMOUNT TO AUD-BEFORE
               MOVE ACCOUNT-IN-AMOUNT TO ACCOUNT-OVERDRAFT-LIMIT
               REWRITE ACCOUNT-FILE
               DISPLAY 'LIMITE '
                   ACCOUNT-OVERDRAFT-LIMIT
               MOVE 'LIMITE' TO AUD-FIELD
               MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-AUD-AMOUNT
               MOVE WS-AUD-AMOUNT TO AUD-AFTER
               PERFORM 3960-AUDIT-ACCOUNT
               PERFORM 3900-WRITE-LEDGER
           END-IF.

           IF ACCOUNT-STATUS NOT = 'A' THEN
               PERFORM 8000-WRITE-REJECT-ACCOUNT-STATUS
           ELSE
               MOVE ACCOUNT-STATUS TO AUD-BEFORE
               MOVE 'F' TO ACCOUNT-STATUS
               REWRITE ACCOUNT-FILE
               DISPLAY 'CONGELAR'
               MOVE 'STATUS' TO AUD-FIELD
               MOVE ACCOUNT-STATUS TO AUD-AFTER
               PERFORM 3960-AUDIT-ACCOUNT
               PERFORM 3900-WRITE-LEDGER
           END-IF.

       3770-ENCERRAR.
           IF ACCOUNT-STATUS = 'C' OR ACCOUNT-STATUS = 'F' THEN
               PERFORM 8000-WRITE-REJECT-ACCOUNT-STATUS
           ELSE
               PERFORM 3650-COMPUTE-ACTIVE-HOLDS
               PERFORM 3771-CHECK-OPEN-LOAN
               IF WS-ACTIVE-HOLDS > ZERO THEN
                   DISPLAY 'ENCERRAMENTO COM BLOQUEIO ATIVO'
                   PERFORM 8000-WRITE-REJECT-CLOSE-ACTIVE-HOLD
               ELSE
               IF WS-CLOSE-LOAN-OPEN = 'Y' THEN
                   DISPLAY 'ENCERRAMENTO COM EMPRESTIMO EM ABERTO'
                   PERFORM 8000-WRITE-REJECT-CLOSE-OPEN-LOAN
               ELSE
                   PERFORM 3772-COMPUTE-SETTLEMENT
                   IF WS-CLOSE-NET-AMOUNT < ZERO THEN
                       DISPLAY 'SALDO DEVEDOR NO ENCERRAMENTO'
                       PERFORM 8000-WRITE-REJECT-CLOSE-DEBIT-BALANCE
                   ELSE
                       PERFORM 3774-VALIDATE-PAYOUT
                       IF WS-XFER-OK = 'Y' THEN
                           PERFORM 3775-SETTLE-ACCOUNT
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       3771-CHECK-OPEN-LOAN.
           MOVE 'N' TO WS-CLOSE-LOAN-OPEN
           MOVE ACCOUNT-ID TO LOAN-ACCOUNT-ID
           READ ACCOUNT-LOAN
               KEY IS LOAN-ACCOUNT-ID
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               IF LOAN-REMAINING-BALANCE > ZERO OR
                  LOAN-PAST-DUE > ZERO THEN
                   MOVE 'Y' TO WS-CLOSE-LOAN-OPEN
               END-IF
           END-READ.

       3772-COMPUTE-SETTLEMENT.
           MOVE ACCOUNT-BALANCE TO WS-CLOSE-OPENING
           MOVE ZERO TO WS-CLOSE-INTEREST
           MOVE ZERO TO WS-CLOSE-FEES
           IF ACCOUNT-STATUS = 'A' AND ACCOUNT-BALANCE > ZERO THEN
               MOVE 'N' TO WS-RATE-FOUND
               MOVE 1 TO WS-RATE-IDX
               PERFORM UNTIL WS-RATE-FOUND = 'Y' OR
                   WS-RATE-IDX > WS-RATE-TABLE-USED
                   IF WS-TBL-ACCOUNT-TYPE(WS-RATE-IDX) = ACCOUNT-TYPE
                      AND WS-TBL-CURRENCY(WS-RATE-IDX) =
                          ACCOUNT-CURRENCY THEN
                       MOVE 'Y' TO WS-RATE-FOUND
                   ELSE
                       ADD 1 TO WS-RATE-IDX
                   END-IF
               END-PERFORM
               IF WS-RATE-FOUND = 'Y' THEN
                   PERFORM 3773-FIND-LAST-INTEREST
                   IF WS-CLOSE-LAST-INTEREST > ZERO AND
                      WS-CLOSE-LAST-INTEREST < BCTL-BUSINESS-DATE THEN
                       MOVE 'C' TO CLD-FUNCTION
                       MOVE WS-CLOSE-LAST-INTEREST TO CLD-DATE
                       MOVE BCTL-BUSINESS-DATE TO CLD-END-DATE
                       CALL 'CALENDAR' USING CALENDAR-AREA
                       MOVE CLD-DAYS TO WS-CLOSE-DAYS
                       COMPUTE WS-CLOSE-INTEREST ROUNDED =
                           ACCOUNT-BALANCE * WS-TBL-RATE(WS-RATE-IDX)
                           * WS-CLOSE-DAYS / 25200
                   END-IF
               END-IF
           END-IF
           MOVE ACCOUNT-ID TO WS-CLOSE-ACCOUNT-ID
           PERFORM 3779-FIND-FEE-DUE
           IF WS-FEE-DUE-FOUND = 'Y' THEN
               MOVE WS-FEE-DUE-AMOUNT(WS-FEE-DUE-IDX) TO WS-CLOSE-FEES
           END-IF
           COMPUTE WS-CLOSE-NET-AMOUNT = ACCOUNT-BALANCE
               + WS-CLOSE-INTEREST - WS-CLOSE-FEES.

       3773-FIND-LAST-INTEREST.
           MOVE ACCOUNT-OPEN-DATE TO WS-CLOSE-LAST-INTEREST
           MOVE ACCOUNT-ID TO LEDGER-ACCOUNT-ID
           MOVE ZERO TO LEDGER-DATE
           MOVE ZERO TO LEDGER-SEQ
           MOVE 'N' TO WS-LEDGER-EOF
           START ACCOUNT-LEDGER KEY NOT < LEDGER-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ ACCOUNT-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF LEDGER-ACCOUNT-ID NOT = ACCOUNT-ID THEN
                           MOVE 'Y' TO WS-LEDGER-EOF
                       ELSE
                           IF LEDGER-OPERATION = 12 AND
                              LEDGER-AMOUNT > ZERO AND
                              LEDGER-REVERSED NOT = 'S' THEN
                               MOVE LEDGER-DATE TO
                                   WS-CLOSE-LAST-INTEREST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3774-VALIDATE-PAYOUT.
           MOVE 'Y' TO WS-XFER-OK
           MOVE ACCOUNT-IN-COUNTERPARTY TO WS-CLOSE-DESTINATION
           IF WS-CLOSE-NET-AMOUNT > ZERO AND
              WS-CLOSE-DESTINATION NOT = ZERO THEN
               IF WS-CLOSE-DESTINATION = ACCOUNT-IN-ID THEN
                   DISPLAY 'CONTA DESTINO INVALIDA'
                   PERFORM 8000-WRITE-REJECT-XFER-DESTINATION
                   MOVE 'N' TO WS-XFER-OK
               ELSE
                   MOVE ACCOUNT-CURRENCY TO WS-XFER-SOURCE-CURRENCY
                   PERFORM 3785-VALIDATE-DESTINATION
               END-IF
           END-IF.

       3775-SETTLE-ACCOUNT.
           MOVE ACCOUNT-IN-ID TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
               DISPLAY 'CONTA A ENCERRAR NAO RELIDA'
               PERFORM 8000-WRITE-REJECT-ACCOUNT-NOT-FOUND
               NOT INVALID KEY
               MOVE ZERO TO WS-LEDGER-COUNTERPARTY
               MOVE ZERO TO WS-LEDGER-FX-RATE
               IF WS-CLOSE-INTEREST > ZERO THEN
                   ADD WS-CLOSE-INTEREST TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-FILE
                   MOVE 12 TO WS-SETTLE-OPERATION
                   MOVE WS-CLOSE-INTEREST TO WS-LEDGER-AMOUNT
                   PERFORM 3915-WRITE-LEDGER-SETTLEMENT
               END-IF
               IF WS-CLOSE-FEES > ZERO THEN
                   SUBTRACT WS-CLOSE-FEES FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-FILE
                   MOVE 13 TO WS-SETTLE-OPERATION
                   COMPUTE WS-LEDGER-AMOUNT = WS-CLOSE-FEES * -1
                   PERFORM 3915-WRITE-LEDGER-SETTLEMENT
                   MOVE ACCOUNT-ID TO WS-CLOSE-ACCOUNT-ID
                   PERFORM 3779-FIND-FEE-DUE
                   IF WS-FEE-DUE-FOUND = 'Y' THEN
                       MOVE ZERO TO WS-FEE-DUE-AMOUNT(WS-FEE-DUE-IDX)
                       MOVE 'Y' TO
                           WS-FEE-DUE-COLLECTED(WS-FEE-DUE-IDX)
                       ADD 1 TO WS-FEE-COLLECTED-COUNT
                   END-IF
               END-IF
               MOVE ACCOUNT-BALANCE TO WS-CLOSE-NET-AMOUNT
               IF ACCOUNT-BALANCE > ZERO AND
                  WS-CLOSE-DESTINATION NOT = ZERO THEN
                   PERFORM 3776-PAYOUT-TO-ACCOUNT
               END-IF
               MOVE ZERO TO WS-LEDGER-AMOUNT
               MOVE 'Y' TO WS-CLOSE-PAYOUT-OK
               IF ACCOUNT-BALANCE > ZERO THEN
                   MOVE ZERO TO WS-CLOSE-DESTINATION
                   PERFORM 3777-PAYOUT-BY-CHEQUE
               END-IF
               IF WS-CLOSE-PAYOUT-OK = 'N' THEN
                   DISPLAY 'CONTA MANTIDA ABERTA ' ACCOUNT-ID
                   PERFORM 8000-WRITE-REJECT-CLOSE-PAYOUT
               ELSE
                   PERFORM 3778-CANCEL-STANDING-ORDERS
                   MOVE ACCOUNT-STATUS TO AUD-BEFORE
                   MOVE 'C' TO ACCOUNT-STATUS
                   REWRITE ACCOUNT-FILE
                   DISPLAY 'ENCERRAR ' ACCOUNT-ID
                   MOVE 7 TO WS-SETTLE-OPERATION
                   MOVE WS-CLOSE-DESTINATION TO WS-LEDGER-COUNTERPARTY
                   MOVE ZERO TO WS-LEDGER-FX-RATE
                   PERFORM 3915-WRITE-LEDGER-SETTLEMENT
                   MOVE 'STATUS' TO AUD-FIELD
                   MOVE ACCOUNT-STATUS TO AUD-AFTER
                   PERFORM 3960-AUDIT-ACCOUNT
                   PERFORM 3990-WRITE-CLOSING-STATEMENT
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-READ.

       3776-PAYOUT-TO-ACCOUNT.
           MOVE WS-CLOSE-DESTINATION TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
               DISPLAY 'CONTA DESTINO NAO RELIDA - SALDO EM CHEQUE'
               MOVE ZERO TO WS-CLOSE-DESTINATION
               NOT INVALID KEY
               IF WS-XFER-FX-RATE NOT = ZERO THEN
                   COMPUTE WS-XFER-CREDIT-AMOUNT ROUNDED =
                       WS-CLOSE-NET-AMOUNT * WS-XFER-FX-RATE
               ELSE
                   MOVE WS-CLOSE-NET-AMOUNT TO WS-XFER-CREDIT-AMOUNT
               END-IF
               ADD WS-XFER-CREDIT-AMOUNT TO ACCOUNT-BALANCE
               REWRITE ACCOUNT-FILE
               MOVE 8 TO WS-SETTLE-OPERATION
               MOVE WS-XFER-CREDIT-AMOUNT TO WS-LEDGER-AMOUNT
               MOVE ACCOUNT-IN-ID TO WS-LEDGER-COUNTERPARTY
               MOVE WS-XFER-FX-RATE TO WS-LEDGER-FX-RATE
               PERFORM 3915-WRITE-LEDGER-SETTLEMENT
           END-READ
           MOVE ACCOUNT-IN-ID TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
               DISPLAY 'CONTA A ENCERRAR NAO RELIDA'
               NOT INVALID KEY
               IF WS-CLOSE-DESTINATION NOT = ZERO THEN
                   SUBTRACT WS-CLOSE-NET-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-FILE
                   MOVE 8 TO WS-SETTLE-OPERATION
                   COMPUTE WS-LEDGER-AMOUNT =
                       WS-CLOSE-NET-AMOUNT * -1
                   MOVE WS-CLOSE-DESTINATION TO
                       WS-LEDGER-COUNTERPARTY
                   MOVE WS-XFER-FX-RATE TO WS-LEDGER-FX-RATE
                   PERFORM 3915-WRITE-LEDGER-SETTLEMENT
                   DISPLAY 'SALDO TRANSFERIDO PARA '
                       WS-CLOSE-DESTINATION
               END-IF
           END-READ.

       3777-PAYOUT-BY-CHEQUE.
           MOVE ACCOUNT-PEOPLE-ID TO PEOPLE-RW-ID
           READ PEOPLE-RW
               KEY IS PEOPLE-RW-ID
               INVALID KEY
               MOVE SPACES TO PAYOUT-NAME
               NOT INVALID KEY
               MOVE PEOPLE-RW-NAME TO PAYOUT-NAME
           END-READ
           MOVE ACCOUNT-ID TO PAYOUT-ACCOUNT-ID
           MOVE ACCOUNT-PEOPLE-ID TO PAYOUT-PEOPLE-ID
           MOVE ACCOUNT-CURRENCY TO PAYOUT-CURRENCY
           MOVE ACCOUNT-BALANCE TO PAYOUT-AMOUNT
           MOVE BCTL-BUSINESS-DATE TO PAYOUT-DATE
           MOVE WS-BATCH-ID TO PAYOUT-BATCH-ID
           MOVE 'P' TO PAYOUT-STATUS
           WRITE CLOSURE-PAYOUT-RECORD
           IF WS-PAYOUT-FS NOT = '00' THEN
               DISPLAY 'ERRO AO GRAVAR CHEQUE ADMINISTRATIVO: '
                   WS-PAYOUT-FS
               MOVE 'N' TO WS-CLOSE-PAYOUT-OK
           ELSE
               COMPUTE WS-LEDGER-AMOUNT = ACCOUNT-BALANCE * -1
               MOVE ZERO TO ACCOUNT-BALANCE
               DISPLAY 'SALDO PAGO EM CHEQUE ADMINISTRATIVO '
                   PAYOUT-AMOUNT
           END-IF.

       3778-CANCEL-STANDING-ORDERS.
           MOVE ZERO TO WS-CLOSE-ORDERS
           MOVE ZERO TO SO-ORDER-ID
           MOVE 'N' TO WS-ORDER-EOF
           START STANDING-ORDER KEY NOT < SO-ORDER-ID
               INVALID KEY MOVE 'Y' TO WS-ORDER-EOF
           END-START
           PERFORM UNTIL WS-ORDER-EOF = 'Y'
               READ STANDING-ORDER NEXT RECORD
                   AT END MOVE 'Y' TO WS-ORDER-EOF
                   NOT AT END
                       IF SO-ACCOUNT-ID = ACCOUNT-ID AND
                          SO-STATUS = 'A' THEN
                           MOVE SO-STATUS TO AUD-BEFORE
                           MOVE 'C' TO SO-STATUS
                           REWRITE STANDING-ORDER-RECORD
                           ADD 1 TO WS-CLOSE-ORDERS
                           MOVE 'STANDORD' TO AUD-FILE
                           MOVE SO-ORDER-ID TO AUD-KEY
                           MOVE 'A' TO AUD-ACTION
                           MOVE 'STATUS' TO AUD-FIELD
                           MOVE SO-STATUS TO AUD-AFTER
                           PERFORM 3970-WRITE-AUDIT
                       END-IF
               END-READ
           END-PERFORM.

       3779-FIND-FEE-DUE.
           MOVE 'N' TO WS-FEE-DUE-FOUND
           MOVE 1 TO WS-FEE-DUE-IDX
           PERFORM UNTIL WS-FEE-DUE-FOUND = 'Y' OR
               WS-FEE-DUE-IDX > WS-FEE-DUE-USED
               IF WS-FEE-DUE-ACCOUNT(WS-FEE-DUE-IDX) =
                   WS-CLOSE-ACCOUNT-ID THEN
                   MOVE 'Y' TO WS-FEE-DUE-FOUND
               ELSE
                   ADD 1 TO WS-FEE-DUE-IDX
               END-IF
           END-PERFORM.

       3780-TRANSFERENCIA.
           MOVE 'Y' TO WS-XFER-OK
           IF ACCOUNT-STATUS = 'D' THEN
                       ACCOUNT-IN-LOAN-TERM
                   COMPUTE HOLD-EXPIRY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INTEGER)
                   MOVE 'R' TO CLD-FUNCTION
                   MOVE 'HOLD' TO CLD-PRODUCT
                   MOVE HOLD-EXPIRY-DATE TO CLD-DATE
                   CALL 'CALENDAR' USING CALENDAR-AREA
                   IF CLD-STATUS = 'Y' THEN
                       MOVE CLD-RESULT-DATE TO HOLD-EXPIRY-DATE
                   END-IF
               END-IF
               MOVE 'A' TO HOLD-STATUS
               MOVE WS-TODAY TO HOLD-PLACED-DATE
               END-PERFORM
               DISPLAY 'BLOQUEIO ' HOLD-AMOUNT ' CONTA ' ACCOUNT-ID
                   ' SEQ ' HOLD-SEQ
               MOVE 'I' TO AUD-ACTION
               MOVE 'BLOQUEIO' TO AUD-FIELD
               MOVE SPACES TO AUD-BEFORE
               MOVE SPACES TO AUD-AFTER
               MOVE HOLD-AMOUNT TO WS-AUD-AMOUNT
               STRING 'VALOR ' WS-AUD-AMOUNT
                      ' MOTIVO ' HOLD-REASON
                      ' VALIDADE ' HOLD-EXPIRY-DATE
                      ' STATUS ' HOLD-STATUS
                   DELIMITED BY SIZE INTO AUD-AFTER
               PERFORM 3965-AUDIT-HOLD
               PERFORM 3900-WRITE-LEDGER
           END-IF.

                       DISPLAY 'BLOQUEIO JA LIBERADO'
                       PERFORM 8000-WRITE-REJECT-HOLD-NOT-FOUND
                   ELSE
                       MOVE HOLD-STATUS TO AUD-BEFORE
                       MOVE 'R' TO HOLD-STATUS
                       REWRITE ACCOUNT-HOLD-RECORD
                       DISPLAY 'DESBLOQUEIO ' HOLD-AMOUNT
                           ' CONTA ' ACCOUNT-ID
                       MOVE 'A' TO AUD-ACTION
                       MOVE 'STATUS' TO AUD-FIELD
                       MOVE HOLD-STATUS TO AUD-AFTER
                       PERFORM 3965-AUDIT-HOLD
                       PERFORM 3900-WRITE-LEDGER
                   END-IF
               END-READ
               MOVE ZERO TO LOAN-MISSED-COUNT
               MOVE ZERO TO LOAN-PAST-DUE
               MOVE ZERO TO LOAN-PAST-DUE-DATE
               PERFORM 3410-SET-FIRST-DUE-DATE
               WRITE ACCOUNT-LOAN-RECORD
               NOT INVALID KEY
               MOVE LOAN-PRINCIPAL TO WS-LOAN-OLD-PRINCIPAL
                    (ACCOUNT-IN-AMOUNT * ACCOUNT-IN-LOAN-TERM))
                   / LOAN-PRINCIPAL
               MOVE FUNCTION CURRENT-DATE(1:8) TO LOAN-DATE
               IF LOAN-NEXT-DUE-DATE = ZERO THEN
                   PERFORM 3410-SET-FIRST-DUE-DATE
               END-IF
               REWRITE ACCOUNT-LOAN-RECORD
           END-READ
           PERFORM 3420-WRITE-LOAN-HISTORY.

       3410-SET-FIRST-DUE-DATE.
           COMPUTE WS-NEXT-YEAR = LOAN-DATE / 10000
           COMPUTE WS-NEXT-MONTH = FUNCTION MOD(LOAN-DATE / 100, 100)
           COMPUTE WS-NEXT-DAY = FUNCTION MOD(LOAN-DATE, 100)
           IF WS-NEXT-MONTH = 12 THEN
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           IF WS-NEXT-DAY > 28 THEN
               MOVE 28 TO WS-NEXT-DAY
           END-IF
           COMPUTE LOAN-NEXT-DUE-DATE = WS-NEXT-YEAR * 10000 +
               WS-NEXT-MONTH * 100 + WS-NEXT-DAY.

       3420-WRITE-LOAN-HISTORY.
           MOVE LOAN-ACCOUNT-ID TO LHIST-ACCOUNT-ID
           MOVE LOAN-DATE TO LHIST-DATE
           MOVE 'D' TO LHIST-EVENT
           MOVE ACCOUNT-IN-AMOUNT TO LHIST-AMOUNT
           MOVE LOAN-REMAINING-BALANCE TO LHIST-BALANCE
           WRITE LOAN-HISTORY-RECORD.

       3910-WRITE-LEDGER-REATIVACAO.
           MOVE ACCOUNT-ID TO LEDGER-ACCOUNT-ID
           MOVE ACCOUNT-IN-PEOPLE-ID TO LEDGER-SIGNER-ID
           PERFORM 3950-WRITE-LEDGER-RECORD.

       3915-WRITE-LEDGER-SETTLEMENT.
           MOVE ACCOUNT-ID TO LEDGER-ACCOUNT-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO LEDGER-DATE
           MOVE WS-SETTLE-OPERATION TO LEDGER-OPERATION
           MOVE WS-LEDGER-AMOUNT TO LEDGER-AMOUNT
           MOVE ACCOUNT-BALANCE TO LEDGER-BALANCE
           MOVE WS-LEDGER-COUNTERPARTY TO LEDGER-COUNTERPARTY
           MOVE WS-LEDGER-FX-RATE TO LEDGER-FX-RATE
           MOVE 'N' TO LEDGER-REVERSED
           MOVE ZERO TO LEDGER-REV-DATE
           MOVE ZERO TO LEDGER-REV-SEQ
           MOVE ACCOUNT-IN-PEOPLE-ID TO LEDGER-SIGNER-ID
           PERFORM 3950-WRITE-LEDGER-RECORD.

       3900-WRITE-LEDGER.
           MOVE ACCOUNT-ID TO LEDGER-ACCOUNT-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO LEDGER-DATE
               END-WRITE
           END-PERFORM.

       3960-AUDIT-ACCOUNT.
           MOVE 'ACCOUNT' TO AUD-FILE
           MOVE ACCOUNT-ID TO AUD-KEY
           MOVE 'A' TO AUD-ACTION
           PERFORM 3970-WRITE-AUDIT.

       3965-AUDIT-HOLD.
           MOVE 'HOLD' TO AUD-FILE
           MOVE HOLD-KEY TO AUD-KEY
           PERFORM 3970-WRITE-AUDIT.

       3970-WRITE-AUDIT.
           MOVE ACCOUNT-ID TO AUD-ACCOUNT-ID
           MOVE ACCOUNT-PEOPLE-ID TO AUD-PEOPLE-ID
           MOVE 'PEOPLEACCOUNT' TO AUD-PROGRAM
           MOVE WS-BATCH-ID TO AUD-BATCH-ID
           CALL 'AUDITLOG' USING AUDIT-CONTROL-AREA
           IF AUD-STATUS = 'N' THEN
               DISPLAY 'FALHA AO GRAVAR AUDITORIA ' ACCOUNT-ID
           END-IF.

       3980-UPDATE-BRANCH-CASH.
           IF WS-POST-BRANCH NOT = ZERO AND
              ACCOUNT-CURRENCY = 'BRL' THEN
               MOVE WS-POST-BRANCH TO BRC-BRANCH
               MOVE BCTL-BUSINESS-DATE TO BRC-DATE
               MOVE ACCOUNT-IN-AMOUNT TO BRC-AMOUNT
               CALL 'BRCASHUPD' USING BRANCH-CASH-AREA
               IF BRC-STATUS = 'N' THEN
                   DISPLAY 'FALHA NA POSICAO DE CAIXA AGENCIA '
                       WS-POST-BRANCH ': ' BRC-MESSAGE
               ELSE
               IF BRC-MESSAGE NOT = SPACES THEN
                   DISPLAY 'AGENCIA ' WS-POST-BRANCH ': ' BRC-MESSAGE
               END-IF
               END-IF
           END-IF.

       3990-WRITE-CLOSING-STATEMENT.
           MOVE BCTL-BUSINESS-DATE TO WS-CH-DATE
           MOVE WS-BATCH-ID TO WS-CH-BATCH
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-HEADER
           MOVE ACCOUNT-ID TO WS-CA-ACCOUNT-ID
           MOVE ACCOUNT-PEOPLE-ID TO WS-CA-PEOPLE-ID
           MOVE ACCOUNT-TYPE TO WS-CA-TYPE
           MOVE ACCOUNT-CURRENCY TO WS-CA-CURRENCY
           MOVE ACCOUNT-OPEN-DATE TO WS-CA-OPEN-DATE
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-ACCOUNT-LINE
           MOVE 'SALDO ANTES DO ENCERRAMENTO....:' TO WS-CL-LABEL
           MOVE WS-CLOSE-OPENING TO WS-CL-AMOUNT
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-AMOUNT-LINE
           MOVE 'JUROS DE POUPANCA PRO RATA.....:' TO WS-CL-LABEL
           MOVE WS-CLOSE-INTEREST TO WS-CL-AMOUNT
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-AMOUNT-LINE
           MOVE 'TARIFAS PENDENTES COBRADAS.....:' TO WS-CL-LABEL
           MOVE WS-CLOSE-FEES TO WS-CL-AMOUNT
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-AMOUNT-LINE
           MOVE WS-CLOSE-ORDERS TO WS-CO-COUNT
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-ORDERS-LINE
           MOVE 'SALDO LIQUIDADO................:' TO WS-CL-LABEL
           MOVE WS-CLOSE-NET-AMOUNT TO WS-CL-AMOUNT
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-AMOUNT-LINE
           MOVE ZERO TO WS-CP-ACCOUNT
           EVALUATE TRUE
               WHEN WS-CLOSE-NET-AMOUNT = ZERO
                   MOVE ' SEM SALDO A LIQUIDAR' TO WS-CP-TEXT
               WHEN WS-CLOSE-DESTINATION = ZERO
                   MOVE ' CHEQUE ADMINISTRATIVO AO TITULAR'
                       TO WS-CP-TEXT
               WHEN OTHER
                   MOVE ' TRANSFERENCIA PARA A CONTA' TO WS-CP-TEXT
                   MOVE WS-CLOSE-DESTINATION TO WS-CP-ACCOUNT
           END-EVALUATE
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-PAYOUT-LINE
           MOVE 'SALDO FINAL....................:' TO WS-CL-LABEL
           MOVE ACCOUNT-BALANCE TO WS-CL-AMOUNT
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-AMOUNT-LINE
           WRITE CLOSURE-STATEMENT-LINE FROM WS-CLS-SEPARATOR.

       6000-RELEASE-PENDING.
           MOVE ZERO TO PEND-BATCH-ID
           MOVE ZERO TO PEND-SEQ
           MOVE 'N' TO WS-PEND-EOF
           START PENDING-APPROVAL KEY NOT < PEND-KEY
               INVALID KEY MOVE 'Y' TO WS-PEND-EOF
           END-START
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PENDING-APPROVAL NEXT RECORD
                   AT END MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END PERFORM 6100-RELEASE-ONE
               END-READ
           END-PERFORM.

       6100-RELEASE-ONE.
           EVALUATE TRUE
               WHEN PEND-STATUS = 'A'
                   PERFORM 6200-POST-APPROVED
               WHEN PEND-STATUS = 'D'
                   PERFORM 6300-REJECT-DECLINED
               WHEN PEND-STATUS = 'P' AND
                    PEND-EXPIRY-DATE < BCTL-BUSINESS-DATE
                   PERFORM 6400-REJECT-EXPIRED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6150-LOAD-PENDING-DETAIL.
           MOVE 'D' TO ACCOUNT-IN-RECORD-TYPE
           MOVE PEND-ACCOUNT-ID TO ACCOUNT-IN-ID
           MOVE PEND-PEOPLE-ID TO ACCOUNT-IN-PEOPLE-ID
           MOVE PEND-OPERATION TO ACCOUNT-IN-OPERATION
           MOVE PEND-SIGNATURE TO ACCOUNT-IN-SIGNATURE
           MOVE PEND-AMOUNT TO ACCOUNT-IN-AMOUNT
           MOVE PEND-LOAN-RATE TO ACCOUNT-IN-LOAN-RATE
           MOVE PEND-LOAN-TERM TO ACCOUNT-IN-LOAN-TERM
           MOVE PEND-ACCOUNT-TYPE TO ACCOUNT-IN-ACCOUNT-TYPE
           MOVE PEND-CURRENCY TO ACCOUNT-IN-CURRENCY
           MOVE PEND-COUNTERPARTY TO ACCOUNT-IN-COUNTERPARTY
           MOVE PEND-OPERATOR TO ACCOUNT-IN-OPERATOR.

       6200-POST-APPROVED.
           PERFORM 6150-LOAD-PENDING-DETAIL
           MOVE 'N' TO WS-RECORD-REJECTED
           MOVE 'Y' TO WS-RELEASING
           MOVE PEND-BRANCH TO WS-POST-BRANCH
           PERFORM 3000-PROCESS-RECORD
           MOVE WS-BATCH-BRANCH TO WS-POST-BRANCH
           MOVE 'N' TO WS-RELEASING
           IF WS-RECORD-REJECTED = 'Y' THEN
               MOVE 'J' TO PEND-STATUS
           ELSE
               MOVE 'L' TO PEND-STATUS
               ADD 1 TO WS-RELEASED-COUNT
           END-IF
           MOVE BCTL-BUSINESS-DATE TO PEND-POSTED-DATE
           MOVE WS-BATCH-ID TO PEND-POSTED-BATCH
           REWRITE PENDING-APPROVAL-RECORD
           DISPLAY 'APROVADO ' PEND-KEY ' APROVADOR ' PEND-APPROVER
               ' STATUS ' PEND-STATUS.

       6300-REJECT-DECLINED.
           PERFORM 6150-LOAD-PENDING-DETAIL
           PERFORM 8000-WRITE-REJECT-APPROVAL-DECLINED
           MOVE 'R' TO PEND-STATUS
           REWRITE PENDING-APPROVAL-RECORD
           ADD 1 TO WS-DECLINED-COUNT
           DISPLAY 'RECUSADO ' PEND-KEY ' APROVADOR ' PEND-APPROVER.

       6400-REJECT-EXPIRED.
           PERFORM 6150-LOAD-PENDING-DETAIL
           PERFORM 8000-WRITE-REJECT-APPROVAL-EXPIRED
           MOVE 'E' TO PEND-STATUS
           MOVE BCTL-BUSINESS-DATE TO PEND-DECISION-DATE
           REWRITE PENDING-APPROVAL-RECORD
           ADD 1 TO WS-EXPIRED-COUNT
           DISPLAY 'APROVACAO EXPIRADA ' PEND-KEY.

       8000-WRITE-REJECT-BATCH-SIGNATURE.
           MOVE WS-REASON-BATCH-SIGNATURE TO REJECT-REASON-CODE
           MOVE 'LOTE: ASSINATURA DE LOTE INVALIDA'
               TO REJECT-REASON-TEXT
           PERFORM 8900-WRITE-REJECT-RECORD.

       8000-WRITE-REJECT-APPROVAL-DECLINED.
           MOVE WS-REASON-APPROVAL-DECLINED TO REJECT-REASON-CODE
           MOVE 'RECUSADO NA APROVACAO (SEGUNDO RESPONSAVEL)'
               TO REJECT-REASON-TEXT
           PERFORM 8900-WRITE-REJECT-RECORD.

       8000-WRITE-REJECT-APPROVAL-EXPIRED.
           MOVE WS-REASON-APPROVAL-EXPIRED TO REJECT-REASON-CODE
           MOVE 'APROVACAO EXPIRADA SEM DECISAO'
               TO REJECT-REASON-TEXT
           PERFORM 8900-WRITE-REJECT-RECORD.

       8000-WRITE-REJECT-CLOSE-ACTIVE-HOLD.
           MOVE WS-REASON-CLOSE-ACTIVE-HOLD TO REJECT-REASON-CODE
           MOVE 'ENCERRAMENTO RECUSADO: BLOQUEIO ATIVO'
               TO REJECT-REASON-TEXT
           PERFORM 8900-WRITE-REJECT-RECORD.

       8000-WRITE-REJECT-CLOSE-OPEN-LOAN.
           MOVE WS-REASON-CLOSE-OPEN-LOAN TO REJECT-REASON-CODE
           MOVE 'ENCERRAMENTO RECUSADO: EMPRESTIMO EM ABERTO'
               TO REJECT-REASON-TEXT
           PERFORM 8900-WRITE-REJECT-RECORD.

       8000-WRITE-REJECT-CLOSE-DEBIT-BALANCE.
           MOVE WS-REASON-CLOSE-DEBIT-BALANCE TO REJECT-REASON-CODE
           MOVE 'ENCERRAMENTO RECUSADO: SALDO DEVEDOR'
               TO REJECT-REASON-TEXT
           PERFORM 8900-WRITE-REJECT-RECORD.

       8000-WRITE-REJECT-CLOSE-PAYOUT.
           MOVE WS-REASON-CLOSE-PAYOUT TO REJECT-REASON-CODE
           MOVE 'ENCERRAMENTO RECUSADO: FALHA NO CHEQUE'
               TO REJECT-REASON-TEXT
           PERFORM 8900-WRITE-REJECT-RECORD.

       8900-WRITE-REJECT-RECORD.
           MOVE 'Y' TO WS-RECORD-REJECTED
           MOVE ACCOUNT-IN-ID TO REJECT-ID
           MOVE ACCOUNT-IN-PEOPLE-ID TO REJECT-PEOPLE-ID
           MOVE ACCOUNT-IN-OPERATION TO REJECT-OPERATION
           CLOSE CHECKPOINT-CTL
           CLOSE ACCOUNT-IN
           CLOSE ACCOUNT-REJECT
           IF WS-FEE-COLLECTED-COUNT > ZERO THEN
               PERFORM 9100-FLAG-COLLECTED-FEES
           END-IF
           CLOSE ACCOUNT-LEDGER
           CLOSE ACCOUNT-LOAN
           CLOSE LOAN-HISTORY
           CLOSE ACCOUNT-HOLD
           CLOSE ACCOUNT-SIGNER
           CLOSE PENDING-APPROVAL
           CLOSE STANDING-ORDER
           CLOSE CLOSURE-PAYOUT
           CLOSE CLOSURE-STATEMENT
           CLOSE PEOPLE-RW
           CLOSE ACCOUNT.

       9100-FLAG-COLLECTED-FEES.
           MOVE ZERO TO WS-REJECT-FLAGGED
           MOVE 'Y' TO WS-REJECT-COPY-OK
           OPEN INPUT ACCOUNT-REJECT
           IF WS-REJECT-FS NOT = '00' THEN
               DISPLAY 'ERRO AO REABRIR REJEITADOS: ' WS-REJECT-FS
           ELSE
               OPEN OUTPUT REJECT-WORK
               IF WS-REJECT-WORK-FS NOT = '00' THEN
                   DISPLAY 'ERRO AO ABRIR ARQUIVO DE TRABALHO: '
                       WS-REJECT-WORK-FS
                   CLOSE ACCOUNT-REJECT
               ELSE
                   PERFORM 9110-COPY-REJECTS-TO-WORK
                   CLOSE ACCOUNT-REJECT
                   CLOSE REJECT-WORK
                   IF WS-REJECT-COPY-OK = 'Y' THEN
                       PERFORM 9120-COPY-WORK-TO-REJECTS
                   END-IF
               END-IF
           END-IF.

       9110-COPY-REJECTS-TO-WORK.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-REJECT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REJECT-OPERATION = 13 AND
                          REJECT-RESUB-FLAG = 'N' THEN
                           MOVE REJECT-ID TO WS-CLOSE-ACCOUNT-ID
                           PERFORM 3779-FIND-FEE-DUE
                           IF WS-FEE-DUE-FOUND = 'Y' THEN
                               IF WS-FEE-DUE-COLLECTED(WS-FEE-DUE-IDX)
                                   = 'Y' THEN
                                   MOVE 'S' TO REJECT-RESUB-FLAG
                                   ADD 1 TO WS-REJECT-FLAGGED
                               END-IF
                           END-IF
                       END-IF
                       WRITE REJECT-WORK-RECORD
                           FROM ACCOUNT-REJECT-RECORD
                       IF WS-REJECT-WORK-FS NOT = '00' THEN
                           DISPLAY 'ERRO AO GRAVAR ARQUIVO DE TRABALHO'
                               ': ' WS-REJECT-WORK-FS
                           MOVE 'N' TO WS-REJECT-COPY-OK
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

       9120-COPY-WORK-TO-REJECTS.
           OPEN INPUT REJECT-WORK
           IF WS-REJECT-WORK-FS NOT = '00' THEN
               DISPLAY 'ERRO AO REABRIR ARQUIVO DE TRABALHO: '
                   WS-REJECT-WORK-FS
           ELSE
               OPEN OUTPUT ACCOUNT-REJECT
               IF WS-REJECT-FS NOT = '00' THEN
                   DISPLAY 'ERRO AO REGRAVAR REJEITADOS: ' WS-REJECT-FS
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ REJECT-WORK
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE ACCOUNT-REJECT-RECORD
                                   FROM REJECT-WORK-RECORD
                               IF WS-REJECT-FS NOT = '00' THEN
                                   DISPLAY 'ERRO AO REGRAVAR REJEITADOS'
                                       ': ' WS-REJECT-FS
                                   MOVE 'Y' TO WS-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-REJECT
                   DISPLAY 'TARIFAS PENDENTES BAIXADAS: '
                       WS-REJECT-FLAGGED
               END-IF
               CLOSE REJECT-WORK
           END-IF.
