       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREND.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT ACCOUNT ASSIGN TO 'storage/account.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS WS-ACCOUNT-FS.
             SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS PEOPLE-RW-ID
             ALTERNATE RECORD KEY IS PEOPLE-RW-CPF
                 WITH DUPLICATES
             FILE STATUS IS WS-PEOPLE-FS.
             SELECT ACCOUNT-LEDGER ASSIGN TO 'storage/ledger.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS LEDGER-KEY
             FILE STATUS IS WS-LEDGER-FS.
             SELECT LEDGER-ARCHIVE ASSIGN TO WS-ARCHIVE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-FS.
             SELECT ACCOUNT-LOAN ASSIGN TO 'storage/loan.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS LOAN-ACCOUNT-ID
             FILE STATUS IS WS-LOAN-FS.
             SELECT LOAN-HISTORY ASSIGN TO 'storage/loan_history.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-FS.
             SELECT INCOME-EXTRACT ASSIGN TO
                 'storage/informe_extract.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-FS.
             SELECT INCOME-STATEMENT ASSIGN TO
                 'storage/informe_rendimentos.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATEMENT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT.
           COPY ACCOUNTFD.

           FD PEOPLE-RW.
           COPY PEOPLERW.

           FD ACCOUNT-LEDGER.
           COPY LEDGERREC.

           FD LEDGER-ARCHIVE.
           COPY LEDGARCREC.

           FD ACCOUNT-LOAN.
           COPY LOANREC.

           FD LOAN-HISTORY.
           COPY LOANHREC.

           FD INCOME-EXTRACT.
           COPY INFREC.

           FD INCOME-STATEMENT.
           01 INCOME-STATEMENT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-ACCOUNT-FS PIC X(2).
           01 WS-PEOPLE-FS PIC X(2).
           01 WS-LEDGER-FS PIC X(2).
           01 WS-ARCHIVE-FS PIC X(2).
           01 WS-LOAN-FS PIC X(2).
           01 WS-HISTORY-FS PIC X(2).
           01 WS-EXTRACT-FS PIC X(2).
           01 WS-STATEMENT-FS PIC X(2).
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-BUSINESS-YEAR PIC 9(4).
           01 WS-PRIOR-YEAR PIC 9(4).
           01 WS-YEAR-START PIC 9(8).
           01 WS-YEAR-END PIC 9(8).
           01 WS-PRIOR-END PIC 9(8).
           01 WS-SCAN-PERIOD PIC 9(6).
           01 WS-SCAN-YEAR PIC 9(4).
           01 WS-SCAN-MONTH PIC 9(2).
           01 WS-LAST-PERIOD PIC 9(6).
           01 WS-TABLE-MAX PIC 9(5) VALUE 5000.
           01 WS-TABLE-USED PIC 9(5) VALUE ZERO.
           01 WS-TABLE-FULL PIC A(1) VALUE 'N'.
           01 WS-IDX PIC 9(5).
           01 WS-FOUND PIC A(1).
           01 WS-FIND-ACCOUNT-ID PIC 9(10).
           01 WS-REPORTABLE PIC A(1).
           01 WS-STMT-OPEN PIC A(1) VALUE 'N'.
           01 WS-STMT-FOREIGN PIC A(1).
           01 WS-CUR-CPF PIC 9(11) VALUE ZERO.
           01 WS-REC-ACCOUNT-ID PIC 9(10).
           01 WS-REC-DATE PIC 9(8).
           01 WS-REC-SEQ PIC 9(5).
           01 WS-REC-OPERATION PIC 9(5).
           01 WS-REC-AMOUNT PIC S9(9)V99.
           01 WS-REC-BALANCE PIC S9(9)V99.
           01 WS-REC-REVERSED PIC A(1).
           01 WS-REC-REV-DATE PIC 9(8).
           01 WS-REC-POS PIC 9(13).
           01 WS-LOAN-BEFORE PIC S9(9)V99.
           01 WS-LOAN-PORTION PIC 9(9)V99.
           01 WS-ARCHIVE-FILES PIC 9(7) VALUE ZERO.
           01 WS-ARCHIVE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-LEDGER-COUNT PIC 9(7) VALUE ZERO.
           01 WS-HISTORY-COUNT PIC 9(7) VALUE ZERO.
           01 WS-UNKNOWN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-CPF-COUNT PIC 9(7) VALUE ZERO.
           01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
           01 WS-EXCEPTION-TEXT PIC X(50).
           01 WS-TOTAL-BALANCE PIC S9(15)V99 VALUE ZERO.
           01 WS-TOTAL-INTEREST PIC S9(15)V99 VALUE ZERO.
           01 WS-TOTAL-LOAN PIC 9(15)V99 VALUE ZERO.
           01 WS-TOTAL-LOAN-INT PIC 9(15)V99 VALUE ZERO.
           01 WS-CPF-PRIOR PIC S9(13)V99.
           01 WS-CPF-BALANCE PIC S9(13)V99.
           01 WS-CPF-INTEREST PIC S9(13)V99.
           01 WS-CPF-LOAN-PRIOR PIC 9(13)V99.
           01 WS-CPF-LOAN PIC 9(13)V99.
           01 WS-CPF-LOAN-INT PIC 9(13)V99.

           01 WS-ARCHIVE-NAME.
               05 FILLER PIC X(23) VALUE 'storage/ledger_archive_'.
               05 WS-ARCH-NAME-PERIOD PIC 9(6).
               05 FILLER PIC X(5) VALUE '.data'.

           01 WS-ACCOUNT-TABLE.
               05 WS-ACC-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-ACC-ID
                   INDEXED BY WS-ACC-IDX.
                   10 WS-ACC-ID PIC 9(10).
                   10 WS-ACC-PEOPLE-ID PIC 9(10).
                   10 WS-ACC-TYPE PIC X(1).
                   10 WS-ACC-CURRENCY PIC X(3).
                   10 WS-ACC-STATUS PIC X(1).
                   10 WS-ACC-OPEN-DATE PIC 9(8).
                   10 WS-ACC-FILE-BALANCE PIC S9(9)V99.
                   10 WS-ACC-FIRST-POS PIC 9(13).
                   10 WS-ACC-FIRST-BALANCE PIC S9(9)V99.
                   10 WS-ACC-FIRST-AMOUNT PIC S9(9)V99.
                   10 WS-ACC-REPORTED PIC A(1).
                   10 WS-ACC-PRIOR-POS PIC 9(13).
                   10 WS-ACC-PRIOR-BALANCE PIC S9(9)V99.
                   10 WS-ACC-CUR-POS PIC 9(13).
                   10 WS-ACC-CUR-BALANCE PIC S9(9)V99.
                   10 WS-ACC-INTEREST PIC S9(9)V99.
                   10 WS-ACC-LOAN-ON-FILE PIC A(1).
                   10 WS-ACC-LOAN-DATE PIC 9(8).
                   10 WS-ACC-LOAN-REMAINING PIC 9(9)V99.
                   10 WS-ACC-LOAN-SEEN PIC A(1).
                   10 WS-ACC-LOAN-PRIOR PIC 9(9)V99.
                   10 WS-ACC-LOAN-BALANCE PIC 9(9)V99.
                   10 WS-ACC-LOAN-DUE PIC 9(9)V99.
                   10 WS-ACC-LOAN-INTEREST PIC 9(9)V99.

           01 WS-RPT-TITLE.
               05 FILLER PIC X(35) VALUE
                   'INFORME DE RENDIMENTOS FINANCEIROS '.
               05 FILLER PIC X(17) VALUE '- ANO-CALENDARIO '.
               05 WS-RT-YEAR PIC 9(4).
               05 FILLER PIC X(12) VALUE ' EMITIDO EM '.
               05 WS-RT-DATE PIC 9(8).
               05 FILLER PIC X(56) VALUE SPACES.

           01 WS-RPT-CPF-LINE.
               05 FILLER PIC X(24)
                   VALUE 'CPF.....................'.
               05 WS-RC-CPF PIC 9(11).
               05 FILLER PIC X(97) VALUE SPACES.

           01 WS-RPT-NAME-LINE.
               05 FILLER PIC X(24)
                   VALUE 'NOME....................'.
               05 WS-RN-NAME PIC X(60).
               05 FILLER PIC X(48) VALUE SPACES.

           01 WS-RPT-DATES-LINE.
               05 FILLER PIC X(27) VALUE
                   'POSICOES ANTERIOR EM 31/12/'.
               05 WS-RY-PRIOR PIC 9(4).
               05 FILLER PIC X(18) VALUE ' E ATUAL EM 31/12/'.
               05 WS-RY-YEAR PIC 9(4).
               05 FILLER PIC X(79) VALUE SPACES.

           01 WS-RPT-COLUMNS.
               05 FILLER PIC X(12) VALUE 'CONTA'.
               05 FILLER PIC X(4) VALUE 'TP'.
               05 FILLER PIC X(5) VALUE 'MOE'.
               05 FILLER PIC X(17) VALUE 'SALDO ANTERIOR'.
               05 FILLER PIC X(17) VALUE 'SALDO ATUAL'.
               05 FILLER PIC X(17) VALUE 'RENDIM. POUPANCA'.
               05 FILLER PIC X(17) VALUE 'DIVIDA ANTERIOR'.
               05 FILLER PIC X(17) VALUE 'DIVIDA ATUAL'.
               05 FILLER PIC X(26) VALUE 'JUROS PAGOS'.

           01 WS-RPT-DETAIL.
               05 WS-SD-ACCOUNT PIC 9(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SD-TYPE PIC X(1).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-SD-CURRENCY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SD-PRIOR PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SD-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SD-INTEREST PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SD-LOAN-PRIOR PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SD-LOAN PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SD-LOAN-INT PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(11) VALUE SPACES.

           01 WS-RPT-CPF-TOTAL.
               05 FILLER PIC X(20) VALUE 'TOTAL EM BRL'.
               05 WS-ST-PRIOR PIC -ZZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-ST-BALANCE PIC -ZZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-ST-INTEREST PIC -ZZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-ST-LOAN-PRIOR PIC -ZZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-ST-LOAN PIC -ZZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-ST-LOAN-INT PIC -ZZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(11) VALUE SPACES.

           01 WS-RPT-FOREIGN-NOTE.
               05 FILLER PIC X(38) VALUE
                   'CONTAS EM MOEDA ESTRANGEIRA INFORMADAS'.
               05 FILLER PIC X(18) VALUE ' NA MOEDA DA CONTA'.
               05 FILLER PIC X(76) VALUE ' E FORA DO TOTAL EM BRL'.

           01 WS-RPT-EXCEPTION.
               05 FILLER PIC X(8) VALUE 'EXCECAO '.
               05 WS-PE-ACCOUNT PIC 9(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PE-PEOPLE-ID PIC 9(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PE-TEXT PIC X(50).
               05 FILLER PIC X(50) VALUE SPACES.

           01 WS-RPT-SUMMARY-1.
               05 FILLER PIC X(28) VALUE
                   'ARQUIVOS MORTOS LIDOS.....: '.
               05 WS-RS-FILES PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'MOVIMENTOS ARQUIVADOS.....: '.
               05 WS-RS-ARCHIVED PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'MOVIMENTOS DO LEDGER......: '.
               05 WS-RS-LEDGER PIC ZZZZZZ9.
               05 FILLER PIC X(19) VALUE SPACES.

           01 WS-RPT-SUMMARY-2.
               05 FILLER PIC X(28) VALUE
                   'CPFS INFORMADOS...........: '.
               05 WS-RS-CPFS PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'CONTAS INFORMADAS.........: '.
               05 WS-RS-DETAILS PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'EXCECOES..................: '.
               05 WS-RS-EXCEPTIONS PIC ZZZZZZ9.
               05 FILLER PIC X(19) VALUE SPACES.

           01 WS-STMT-SEPARATOR.
               05 FILLER PIC X(132) VALUE ALL '='.

           01 WS-BLANK-LINE.
               05 FILLER PIC X(132) VALUE SPACES.

           COPY BATCHCOM.

           LINKAGE SECTION.
           01 WS-INF-INPUT.
               05 WS-INF-YEAR PIC 9(4).

       PROCEDURE DIVISION USING WS-INF-INPUT.
       0000-MAIN.
           MOVE 'S' TO BCTL-FUNCTION
           MOVE 'INFREND' TO BCTL-PROGRAM
           MOVE ZERO TO BCTL-SEQUENCE
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           IF BCTL-STATUS = 'N' THEN
               DISPLAY 'INFREND: ' BCTL-MESSAGE
               GOBACK
           END-IF
           MOVE BCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
           COMPUTE WS-BUSINESS-YEAR = WS-BUSINESS-DATE / 10000
           IF WS-INF-YEAR = ZERO OR
              WS-INF-YEAR NOT < WS-BUSINESS-YEAR THEN
               DISPLAY 'INFREND: ANO-CALENDARIO ' WS-INF-YEAR
                   ' NAO ENCERRADO NA DATA DE MOVIMENTO '
                   BCTL-BUSINESS-DATE
               GOBACK
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LOAD-ACCOUNTS
           PERFORM 2500-LOAD-LOANS
           PERFORM 3000-SCAN-ARCHIVES
           PERFORM 3500-SCAN-LEDGER
           PERFORM 4000-SCAN-LOAN-HISTORY
           PERFORM 4500-APPLY-LOAN-FILE
           PERFORM 4600-APPLY-UNMOVED-BALANCES
           PERFORM 5000-WRITE-STATEMENTS
           PERFORM 6000-CHECK-UNREPORTED
           PERFORM 7000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'INFREND: ' WS-ARCHIVE-FILES
               ' ARQUIVOS MORTOS LIDOS, ' WS-ARCHIVE-COUNT
               ' MOVIMENTOS'
           DISPLAY 'INFREND: ' WS-LEDGER-COUNT
               ' MOVIMENTOS LIDOS DO LEDGER'
           DISPLAY 'INFREND: ' WS-CPF-COUNT ' CPFS E '
               WS-DETAIL-COUNT ' CONTAS INFORMADAS'
           IF WS-UNKNOWN-COUNT > ZERO THEN
               DISPLAY 'INFREND: ' WS-UNKNOWN-COUNT
                   ' MOVIMENTOS DE CONTAS NAO CADASTRADAS'
           END-IF
           MOVE 'E' TO BCTL-FUNCTION
           IF WS-TABLE-FULL = 'N' AND WS-EXCEPTION-COUNT = ZERO THEN
               MOVE 'COMPLETO' TO BCTL-OUTCOME
           ELSE
               DISPLAY 'INFREND: INFORME COM EXCECOES - VER '
                   'storage/informe_rendimentos.data'
               MOVE 'FALHA' TO BCTL-OUTCOME
           END-IF
           MOVE WS-DETAIL-COUNT TO BCTL-RECORD-COUNT
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           GOBACK.

       1000-OPEN-FILES.
           COMPUTE WS-PRIOR-YEAR = WS-INF-YEAR - 1
           COMPUTE WS-YEAR-START = WS-INF-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-INF-YEAR * 10000 + 1231
           COMPUTE WS-PRIOR-END = WS-PRIOR-YEAR * 10000 + 1231
           OPEN INPUT ACCOUNT
           OPEN INPUT PEOPLE-RW
           OPEN INPUT ACCOUNT-LOAN
           OPEN OUTPUT INCOME-EXTRACT
           OPEN OUTPUT INCOME-STATEMENT
           MOVE SPACES TO INCOME-EXTRACT-HEADER
           MOVE 'H' TO INF-HDR-TYPE
           MOVE WS-INF-YEAR TO INF-HDR-YEAR
           MOVE WS-BUSINESS-DATE TO INF-HDR-DATE
           MOVE 'INFREND' TO INF-HDR-SOURCE
           WRITE INCOME-EXTRACT-HEADER
           MOVE WS-INF-YEAR TO WS-RT-YEAR
           MOVE WS-BUSINESS-DATE TO WS-RT-DATE
           MOVE WS-PRIOR-YEAR TO WS-RY-PRIOR
           MOVE WS-INF-YEAR TO WS-RY-YEAR
           INITIALIZE WS-ACCOUNT-TABLE
           SET WS-ACC-IDX TO 1
           PERFORM UNTIL WS-ACC-IDX > WS-TABLE-MAX
               MOVE 9999999999 TO WS-ACC-ID(WS-ACC-IDX)
               SET WS-ACC-IDX UP BY 1
           END-PERFORM.

       2000-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 2100-NOTE-ACCOUNT
               END-READ
           END-PERFORM.

       2100-NOTE-ACCOUNT.
           IF WS-TABLE-USED < WS-TABLE-MAX THEN
               ADD 1 TO WS-TABLE-USED
               MOVE WS-TABLE-USED TO WS-IDX
               MOVE ACCOUNT-ID TO WS-ACC-ID(WS-IDX)
               MOVE ACCOUNT-PEOPLE-ID TO WS-ACC-PEOPLE-ID(WS-IDX)
               MOVE ACCOUNT-TYPE TO WS-ACC-TYPE(WS-IDX)
               MOVE ACCOUNT-CURRENCY TO WS-ACC-CURRENCY(WS-IDX)
               MOVE ACCOUNT-STATUS TO WS-ACC-STATUS(WS-IDX)
               MOVE ACCOUNT-OPEN-DATE TO WS-ACC-OPEN-DATE(WS-IDX)
               MOVE ACCOUNT-BALANCE TO WS-ACC-FILE-BALANCE(WS-IDX)
               MOVE 'N' TO WS-ACC-REPORTED(WS-IDX)
               MOVE 'N' TO WS-ACC-LOAN-ON-FILE(WS-IDX)
               MOVE 'N' TO WS-ACC-LOAN-SEEN(WS-IDX)
           ELSE
               IF WS-TABLE-FULL = 'N' THEN
                   DISPLAY 'INFREND: TABELA DE CONTAS CHEIA'
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
               MOVE 'Y' TO WS-EOF
           END-IF.

       2500-LOAD-LOANS.
           IF WS-LOAN-FS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCOUNT-LOAN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 2600-NOTE-LOAN
                   END-READ
               END-PERFORM
           END-IF.

       2600-NOTE-LOAN.
           MOVE LOAN-ACCOUNT-ID TO WS-FIND-ACCOUNT-ID
           PERFORM 2900-FIND-ACCOUNT
           IF WS-FOUND = 'Y' THEN
               MOVE 'Y' TO WS-ACC-LOAN-ON-FILE(WS-ACC-IDX)
               MOVE LOAN-DATE TO WS-ACC-LOAN-DATE(WS-ACC-IDX)
               MOVE LOAN-REMAINING-BALANCE TO
                   WS-ACC-LOAN-REMAINING(WS-ACC-IDX)
           END-IF.

       2900-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND
           SEARCH ALL WS-ACC-ENTRY
               AT END CONTINUE
               WHEN WS-ACC-ID(WS-ACC-IDX) = WS-FIND-ACCOUNT-ID
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH.

       3000-SCAN-ARCHIVES.
           MOVE WS-PRIOR-YEAR TO WS-SCAN-YEAR
           MOVE 1 TO WS-SCAN-MONTH
           COMPUTE WS-SCAN-PERIOD = WS-SCAN-YEAR * 100 + WS-SCAN-MONTH
           COMPUTE WS-LAST-PERIOD = WS-BUSINESS-DATE / 100
           PERFORM UNTIL WS-SCAN-PERIOD > WS-LAST-PERIOD
               PERFORM 3100-READ-ARCHIVE
               IF WS-SCAN-MONTH = 12 THEN
                   ADD 1 TO WS-SCAN-YEAR
                   MOVE 1 TO WS-SCAN-MONTH
               ELSE
                   ADD 1 TO WS-SCAN-MONTH
               END-IF
               COMPUTE WS-SCAN-PERIOD =
                   WS-SCAN-YEAR * 100 + WS-SCAN-MONTH
           END-PERFORM.

       3100-READ-ARCHIVE.
           MOVE WS-SCAN-PERIOD TO WS-ARCH-NAME-PERIOD
           OPEN INPUT LEDGER-ARCHIVE
           IF WS-ARCHIVE-FS = '00' THEN
               ADD 1 TO WS-ARCHIVE-FILES
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ LEDGER-ARCHIVE
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END PERFORM 3150-NOTE-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ARCHIVE
           END-IF.

       3150-NOTE-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVE-COUNT
           MOVE ARCH-ACCOUNT-ID TO WS-REC-ACCOUNT-ID
           MOVE ARCH-DATE TO WS-REC-DATE
           MOVE ARCH-SEQ TO WS-REC-SEQ
           MOVE ARCH-OPERATION TO WS-REC-OPERATION
           MOVE ARCH-AMOUNT TO WS-REC-AMOUNT
           MOVE ARCH-BALANCE TO WS-REC-BALANCE
           MOVE ARCH-REVERSED TO WS-REC-REVERSED
           MOVE ARCH-REV-DATE TO WS-REC-REV-DATE
           PERFORM 3800-APPLY-MOVEMENT.

       3500-SCAN-LEDGER.
           OPEN INPUT ACCOUNT-LEDGER
           IF WS-LEDGER-FS = '00' THEN
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ ACCOUNT-LEDGER NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END PERFORM 3550-NOTE-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-LEDGER
           ELSE
               DISPLAY 'INFREND: LEDGER NAO ENCONTRADO'
           END-IF.

       3550-NOTE-LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-COUNT
           MOVE LEDGER-ACCOUNT-ID TO WS-REC-ACCOUNT-ID
           MOVE LEDGER-DATE TO WS-REC-DATE
           MOVE LEDGER-SEQ TO WS-REC-SEQ
           MOVE LEDGER-OPERATION TO WS-REC-OPERATION
           MOVE LEDGER-AMOUNT TO WS-REC-AMOUNT
           MOVE LEDGER-BALANCE TO WS-REC-BALANCE
           MOVE LEDGER-REVERSED TO WS-REC-REVERSED
           MOVE LEDGER-REV-DATE TO WS-REC-REV-DATE
           PERFORM 3800-APPLY-MOVEMENT.

       3800-APPLY-MOVEMENT.
           MOVE WS-REC-ACCOUNT-ID TO WS-FIND-ACCOUNT-ID
           PERFORM 2900-FIND-ACCOUNT
           IF WS-FOUND = 'N' THEN
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
           COMPUTE WS-REC-POS = WS-REC-DATE * 100000 + WS-REC-SEQ
           IF WS-ACC-FIRST-POS(WS-ACC-IDX) = ZERO OR
              WS-REC-POS < WS-ACC-FIRST-POS(WS-ACC-IDX) THEN
               MOVE WS-REC-POS TO WS-ACC-FIRST-POS(WS-ACC-IDX)
               MOVE WS-REC-BALANCE TO WS-ACC-FIRST-BALANCE(WS-ACC-IDX)
               MOVE WS-REC-AMOUNT TO WS-ACC-FIRST-AMOUNT(WS-ACC-IDX)
           END-IF
           IF WS-REC-DATE NOT > WS-YEAR-END THEN
               IF WS-REC-DATE NOT > WS-PRIOR-END AND
                  WS-REC-POS > WS-ACC-PRIOR-POS(WS-ACC-IDX) THEN
                   MOVE WS-REC-POS TO WS-ACC-PRIOR-POS(WS-ACC-IDX)
                   MOVE WS-REC-BALANCE TO
                       WS-ACC-PRIOR-BALANCE(WS-ACC-IDX)
               END-IF
               IF WS-REC-POS > WS-ACC-CUR-POS(WS-ACC-IDX) THEN
                   MOVE WS-REC-POS TO WS-ACC-CUR-POS(WS-ACC-IDX)
                   MOVE WS-REC-BALANCE TO
                       WS-ACC-CUR-BALANCE(WS-ACC-IDX)
               END-IF
               IF WS-REC-OPERATION = 12 THEN
                   IF WS-REC-DATE NOT < WS-YEAR-START THEN
                       ADD WS-REC-AMOUNT TO
                           WS-ACC-INTEREST(WS-ACC-IDX)
                   END-IF
                   IF WS-REC-REVERSED = 'S' AND
                      WS-REC-REV-DATE NOT < WS-YEAR-START AND
                      WS-REC-REV-DATE NOT > WS-YEAR-END THEN
                       SUBTRACT WS-REC-AMOUNT FROM
                           WS-ACC-INTEREST(WS-ACC-IDX)
                   END-IF
               END-IF
           END-IF
           END-IF.

       4000-SCAN-LOAN-HISTORY.
           OPEN INPUT LOAN-HISTORY
           IF WS-HISTORY-FS = '00' THEN
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ LOAN-HISTORY
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END PERFORM 4100-APPLY-LOAN-EVENT
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY
           END-IF.

       4100-APPLY-LOAN-EVENT.
           ADD 1 TO WS-HISTORY-COUNT
           MOVE LHIST-ACCOUNT-ID TO WS-FIND-ACCOUNT-ID
           PERFORM 2900-FIND-ACCOUNT
           IF WS-FOUND = 'Y' THEN
               IF WS-ACC-LOAN-SEEN(WS-ACC-IDX) = 'N' THEN
                   PERFORM 4200-OPENING-LOAN-BALANCE
               END-IF
               IF LHIST-DATE NOT > WS-YEAR-END THEN
                   IF LHIST-DATE NOT > WS-PRIOR-END THEN
                       MOVE LHIST-BALANCE TO
                           WS-ACC-LOAN-PRIOR(WS-ACC-IDX)
                   END-IF
                   MOVE LHIST-BALANCE TO
                       WS-ACC-LOAN-BALANCE(WS-ACC-IDX)
                   PERFORM 4300-ALLOCATE-LOAN-INTEREST
               END-IF
           END-IF.

       4200-OPENING-LOAN-BALANCE.
           MOVE 'Y' TO WS-ACC-LOAN-SEEN(WS-ACC-IDX)
           IF LHIST-EVENT = 'P' THEN
               COMPUTE WS-LOAN-BEFORE = LHIST-BALANCE + LHIST-AMOUNT
           ELSE
               COMPUTE WS-LOAN-BEFORE = LHIST-BALANCE - LHIST-AMOUNT
           END-IF
           IF WS-LOAN-BEFORE < ZERO THEN
               MOVE ZERO TO WS-LOAN-BEFORE
           END-IF
           MOVE WS-LOAN-BEFORE TO WS-ACC-LOAN-PRIOR(WS-ACC-IDX)
           MOVE WS-LOAN-BEFORE TO WS-ACC-LOAN-BALANCE(WS-ACC-IDX).

       4300-ALLOCATE-LOAN-INTEREST.
           EVALUATE LHIST-EVENT
               WHEN 'J'
               WHEN 'M'
                   ADD LHIST-AMOUNT TO WS-ACC-LOAN-DUE(WS-ACC-IDX)
               WHEN 'P'
                   IF LHIST-AMOUNT < WS-ACC-LOAN-DUE(WS-ACC-IDX) THEN
                       MOVE LHIST-AMOUNT TO WS-LOAN-PORTION
                   ELSE
                       MOVE WS-ACC-LOAN-DUE(WS-ACC-IDX) TO
                           WS-LOAN-PORTION
                   END-IF
                   SUBTRACT WS-LOAN-PORTION FROM
                       WS-ACC-LOAN-DUE(WS-ACC-IDX)
                   IF LHIST-DATE NOT < WS-YEAR-START THEN
                       ADD WS-LOAN-PORTION TO
                           WS-ACC-LOAN-INTEREST(WS-ACC-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LHIST-BALANCE = ZERO THEN
               MOVE ZERO TO WS-ACC-LOAN-DUE(WS-ACC-IDX)
           END-IF.

       4500-APPLY-LOAN-FILE.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-TABLE-USED
               IF WS-ACC-LOAN-SEEN(WS-IDX) = 'N' AND
                  WS-ACC-LOAN-ON-FILE(WS-IDX) = 'Y' THEN
                   IF WS-ACC-LOAN-DATE(WS-IDX) NOT > WS-PRIOR-END THEN
                       MOVE WS-ACC-LOAN-REMAINING(WS-IDX) TO
                           WS-ACC-LOAN-PRIOR(WS-IDX)
                   END-IF
                   IF WS-ACC-LOAN-DATE(WS-IDX) NOT > WS-YEAR-END THEN
                       MOVE WS-ACC-LOAN-REMAINING(WS-IDX) TO
                           WS-ACC-LOAN-BALANCE(WS-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       4600-APPLY-UNMOVED-BALANCES.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-TABLE-USED
               IF WS-ACC-PRIOR-POS(WS-IDX) = ZERO AND
                  WS-ACC-OPEN-DATE(WS-IDX) NOT > WS-PRIOR-END THEN
                   IF WS-ACC-FIRST-POS(WS-IDX) NOT = ZERO THEN
                       COMPUTE WS-ACC-PRIOR-BALANCE(WS-IDX) =
                           WS-ACC-FIRST-BALANCE(WS-IDX) -
                           WS-ACC-FIRST-AMOUNT(WS-IDX)
                   ELSE
                       MOVE WS-ACC-FILE-BALANCE(WS-IDX) TO
                           WS-ACC-PRIOR-BALANCE(WS-IDX)
                   END-IF
               END-IF
               IF WS-ACC-CUR-POS(WS-IDX) = ZERO AND
                  WS-ACC-OPEN-DATE(WS-IDX) NOT > WS-YEAR-END THEN
                   IF WS-ACC-FIRST-POS(WS-IDX) NOT = ZERO THEN
                       COMPUTE WS-ACC-CUR-BALANCE(WS-IDX) =
                           WS-ACC-FIRST-BALANCE(WS-IDX) -
                           WS-ACC-FIRST-AMOUNT(WS-IDX)
                   ELSE
                       MOVE WS-ACC-FILE-BALANCE(WS-IDX) TO
                           WS-ACC-CUR-BALANCE(WS-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       5000-WRITE-STATEMENTS.
           MOVE ZERO TO PEOPLE-RW-CPF
           MOVE 'N' TO WS-EOF
           START PEOPLE-RW KEY NOT < PEOPLE-RW-CPF
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PEOPLE-RW NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 5100-PROCESS-HOLDER
               END-READ
           END-PERFORM
           PERFORM 5800-CLOSE-STATEMENT.

       5100-PROCESS-HOLDER.
           IF PEOPLE-RW-CPF NOT = ZERO THEN
               IF PEOPLE-RW-CPF NOT = WS-CUR-CPF THEN
                   PERFORM 5800-CLOSE-STATEMENT
                   MOVE PEOPLE-RW-CPF TO WS-CUR-CPF
               END-IF
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-TABLE-USED
                   IF WS-ACC-PEOPLE-ID(WS-IDX) = PEOPLE-RW-ID THEN
                       PERFORM 5200-CHECK-REPORTABLE
                       IF WS-REPORTABLE = 'Y' THEN
                           IF WS-STMT-OPEN = 'N' THEN
                               PERFORM 5300-START-STATEMENT
                           END-IF
                           PERFORM 5400-WRITE-ACCOUNT-LINE
                           PERFORM 5500-WRITE-EXTRACT
                       END-IF
                   END-IF
                   ADD 1 TO WS-IDX
               END-PERFORM
           END-IF.

       5200-CHECK-REPORTABLE.
           MOVE 'N' TO WS-REPORTABLE
           IF WS-ACC-OPEN-DATE(WS-IDX) NOT > WS-YEAR-END THEN
               IF WS-ACC-STATUS(WS-IDX) NOT = 'C' OR
                  WS-ACC-PRIOR-BALANCE(WS-IDX) NOT = ZERO OR
                  WS-ACC-CUR-BALANCE(WS-IDX) NOT = ZERO OR
                  WS-ACC-INTEREST(WS-IDX) NOT = ZERO OR
                  WS-ACC-LOAN-PRIOR(WS-IDX) NOT = ZERO OR
                  WS-ACC-LOAN-BALANCE(WS-IDX) NOT = ZERO OR
                  WS-ACC-LOAN-INTEREST(WS-IDX) NOT = ZERO THEN
                   MOVE 'Y' TO WS-REPORTABLE
               END-IF
           END-IF.

       5300-START-STATEMENT.
           MOVE 'Y' TO WS-STMT-OPEN
           MOVE 'N' TO WS-STMT-FOREIGN
           ADD 1 TO WS-CPF-COUNT
           MOVE ZERO TO WS-CPF-PRIOR
           MOVE ZERO TO WS-CPF-BALANCE
           MOVE ZERO TO WS-CPF-INTEREST
           MOVE ZERO TO WS-CPF-LOAN-PRIOR
           MOVE ZERO TO WS-CPF-LOAN
           MOVE ZERO TO WS-CPF-LOAN-INT
           MOVE PEOPLE-RW-CPF TO WS-RC-CPF
           MOVE PEOPLE-RW-NAME TO WS-RN-NAME
           WRITE INCOME-STATEMENT-LINE FROM WS-STMT-SEPARATOR
           WRITE INCOME-STATEMENT-LINE FROM WS-RPT-TITLE
           WRITE INCOME-STATEMENT-LINE FROM WS-RPT-CPF-LINE
           WRITE INCOME-STATEMENT-LINE FROM WS-RPT-NAME-LINE
           WRITE INCOME-STATEMENT-LINE FROM WS-RPT-DATES-LINE
           WRITE INCOME-STATEMENT-LINE FROM WS-BLANK-LINE
           WRITE INCOME-STATEMENT-LINE FROM WS-RPT-COLUMNS.

       5400-WRITE-ACCOUNT-LINE.
           MOVE 'Y' TO WS-ACC-REPORTED(WS-IDX)
           MOVE WS-ACC-ID(WS-IDX) TO WS-SD-ACCOUNT
           MOVE WS-ACC-TYPE(WS-IDX) TO WS-SD-TYPE
           MOVE WS-ACC-CURRENCY(WS-IDX) TO WS-SD-CURRENCY
           MOVE WS-ACC-PRIOR-BALANCE(WS-IDX) TO WS-SD-PRIOR
           MOVE WS-ACC-CUR-BALANCE(WS-IDX) TO WS-SD-BALANCE
           MOVE WS-ACC-INTEREST(WS-IDX) TO WS-SD-INTEREST
           MOVE WS-ACC-LOAN-PRIOR(WS-IDX) TO WS-SD-LOAN-PRIOR
           MOVE WS-ACC-LOAN-BALANCE(WS-IDX) TO WS-SD-LOAN
           MOVE WS-ACC-LOAN-INTEREST(WS-IDX) TO WS-SD-LOAN-INT
           WRITE INCOME-STATEMENT-LINE FROM WS-RPT-DETAIL
           IF WS-ACC-CURRENCY(WS-IDX) = 'BRL' THEN
               ADD WS-ACC-PRIOR-BALANCE(WS-IDX) TO WS-CPF-PRIOR
               ADD WS-ACC-CUR-BALANCE(WS-IDX) TO WS-CPF-BALANCE
               ADD WS-ACC-INTEREST(WS-IDX) TO WS-CPF-INTEREST
               ADD WS-ACC-LOAN-PRIOR(WS-IDX) TO WS-CPF-LOAN-PRIOR
               ADD WS-ACC-LOAN-BALANCE(WS-IDX) TO WS-CPF-LOAN
               ADD WS-ACC-LOAN-INTEREST(WS-IDX) TO WS-CPF-LOAN-INT
           ELSE
               MOVE 'Y' TO WS-STMT-FOREIGN
           END-IF.

       5500-WRITE-EXTRACT.
           MOVE SPACES TO INCOME-EXTRACT-RECORD
           MOVE 'D' TO INF-RECORD-TYPE
           MOVE WS-INF-YEAR TO INF-YEAR
           MOVE PEOPLE-RW-CPF TO INF-CPF
           MOVE PEOPLE-RW-ID TO INF-PEOPLE-ID
           MOVE PEOPLE-RW-NAME TO INF-NAME
           MOVE WS-ACC-ID(WS-IDX) TO INF-ACCOUNT-ID
           MOVE WS-ACC-TYPE(WS-IDX) TO INF-ACCOUNT-TYPE
           MOVE WS-ACC-CURRENCY(WS-IDX) TO INF-CURRENCY
           MOVE WS-ACC-PRIOR-BALANCE(WS-IDX) TO INF-PRIOR-BALANCE
           MOVE WS-ACC-CUR-BALANCE(WS-IDX) TO INF-BALANCE
           MOVE WS-ACC-INTEREST(WS-IDX) TO INF-SAVINGS-INTEREST
           MOVE WS-ACC-LOAN-PRIOR(WS-IDX) TO INF-LOAN-PRIOR-BALANCE
           MOVE WS-ACC-LOAN-BALANCE(WS-IDX) TO INF-LOAN-BALANCE
           MOVE WS-ACC-LOAN-INTEREST(WS-IDX) TO INF-LOAN-INTEREST
           WRITE INCOME-EXTRACT-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           IF WS-ACC-CURRENCY(WS-IDX) = 'BRL' THEN
               ADD WS-ACC-CUR-BALANCE(WS-IDX) TO WS-TOTAL-BALANCE
               ADD WS-ACC-INTEREST(WS-IDX) TO WS-TOTAL-INTEREST
               ADD WS-ACC-LOAN-BALANCE(WS-IDX) TO WS-TOTAL-LOAN
               ADD WS-ACC-LOAN-INTEREST(WS-IDX) TO WS-TOTAL-LOAN-INT
           END-IF.

       5800-CLOSE-STATEMENT.
           IF WS-STMT-OPEN = 'Y' THEN
               MOVE WS-CPF-PRIOR TO WS-ST-PRIOR
               MOVE WS-CPF-BALANCE TO WS-ST-BALANCE
               MOVE WS-CPF-INTEREST TO WS-ST-INTEREST
               MOVE WS-CPF-LOAN-PRIOR TO WS-ST-LOAN-PRIOR
               MOVE WS-CPF-LOAN TO WS-ST-LOAN
               MOVE WS-CPF-LOAN-INT TO WS-ST-LOAN-INT
               WRITE INCOME-STATEMENT-LINE FROM WS-BLANK-LINE
               WRITE INCOME-STATEMENT-LINE FROM WS-RPT-CPF-TOTAL
               IF WS-STMT-FOREIGN = 'Y' THEN
                   WRITE INCOME-STATEMENT-LINE FROM
                       WS-RPT-FOREIGN-NOTE
               END-IF
               WRITE INCOME-STATEMENT-LINE FROM WS-BLANK-LINE
               MOVE 'N' TO WS-STMT-OPEN
           END-IF.

       6000-CHECK-UNREPORTED.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-TABLE-USED
               IF WS-ACC-REPORTED(WS-IDX) = 'N' THEN
                   PERFORM 5200-CHECK-REPORTABLE
                   IF WS-REPORTABLE = 'Y' THEN
                       MOVE WS-ACC-ID(WS-IDX) TO WS-PE-ACCOUNT
                       MOVE WS-ACC-PEOPLE-ID(WS-IDX) TO
                           WS-PE-PEOPLE-ID
                       MOVE 'TITULAR SEM CPF - FORA DO INFORME'
                           TO WS-EXCEPTION-TEXT
                       PERFORM 8000-WRITE-EXCEPTION
                   END-IF
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           IF WS-TABLE-FULL = 'Y' THEN
               MOVE ZERO TO WS-PE-ACCOUNT
               MOVE ZERO TO WS-PE-PEOPLE-ID
               MOVE 'TABELA DE CONTAS CHEIA - INFORME INCOMPLETO'
                   TO WS-EXCEPTION-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       7000-WRITE-TOTALS.
           MOVE SPACES TO INCOME-EXTRACT-TRAILER
           MOVE 'T' TO INF-TRL-TYPE
           MOVE WS-INF-YEAR TO INF-TRL-YEAR
           MOVE WS-DETAIL-COUNT TO INF-TRL-RECORD-COUNT
           MOVE WS-CPF-COUNT TO INF-TRL-CPF-COUNT
           MOVE WS-TOTAL-BALANCE TO INF-TRL-TOTAL-BALANCE
           MOVE WS-TOTAL-INTEREST TO INF-TRL-TOTAL-INTEREST
           MOVE WS-TOTAL-LOAN TO INF-TRL-TOTAL-LOAN
           MOVE WS-TOTAL-LOAN-INT TO INF-TRL-TOTAL-LOAN-INT
           WRITE INCOME-EXTRACT-TRAILER
           MOVE WS-ARCHIVE-FILES TO WS-RS-FILES
           MOVE WS-ARCHIVE-COUNT TO WS-RS-ARCHIVED
           MOVE WS-LEDGER-COUNT TO WS-RS-LEDGER
           MOVE WS-CPF-COUNT TO WS-RS-CPFS
           MOVE WS-DETAIL-COUNT TO WS-RS-DETAILS
           MOVE WS-EXCEPTION-COUNT TO WS-RS-EXCEPTIONS
           WRITE INCOME-STATEMENT-LINE FROM WS-STMT-SEPARATOR
           WRITE INCOME-STATEMENT-LINE FROM WS-RPT-SUMMARY-1
           WRITE INCOME-STATEMENT-LINE FROM WS-RPT-SUMMARY-2.

       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-TEXT TO WS-PE-TEXT
           WRITE INCOME-STATEMENT-LINE FROM WS-RPT-EXCEPTION.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT
           CLOSE PEOPLE-RW
           IF WS-LOAN-FS NOT = '35' THEN
               CLOSE ACCOUNT-LOAN
           END-IF
           CLOSE INCOME-EXTRACT
           CLOSE INCOME-STATEMENT.
