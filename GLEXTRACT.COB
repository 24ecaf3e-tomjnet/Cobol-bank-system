       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRACT.

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
             SELECT GL-MAPPING ASSIGN TO 'input/gl_mapping.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAPPING-FS.
             SELECT GL-JOURNAL ASSIGN TO 'storage/gl_journal.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-FS.
             SELECT GL-EXCEPTION ASSIGN TO
                 'storage/gl_exception.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT.
           COPY ACCOUNTFD.

           FD ACCOUNT-LEDGER.
           COPY LEDGERREC.

           FD GL-MAPPING.
           COPY GLMAPREC.

           FD GL-JOURNAL.
           COPY GLJRNREC.

           FD GL-EXCEPTION.
           01 GL-EXCEPTION-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-ACCOUNT-FS PIC X(2).
           01 WS-LEDGER-FS PIC X(2).
           01 WS-MAPPING-FS PIC X(2).
           01 WS-JOURNAL-FS PIC X(2).
           01 WS-EXCEPTION-FS PIC X(2).
           01 WS-ACCOUNT-EXISTS PIC A(1).
           01 WS-MAP-MAX PIC 9(3) VALUE 200.
           01 WS-MAP-USED PIC 9(3) VALUE ZERO.
           01 WS-MAP-IDX PIC 9(3).
           01 WS-MAP-BEST PIC 9(3).
           01 WS-MAP-SCORE PIC 9(1).
           01 WS-MAP-BEST-SCORE PIC 9(1).
           01 WS-MAP-MATCH PIC A(1).
           01 WS-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-TABLE-USED PIC 9(3) VALUE ZERO.
           01 WS-IDX PIC 9(3).
           01 WS-FOUND PIC A(1).
           01 WS-CUR-MAX PIC 9(2) VALUE 20.
           01 WS-CUR-USED PIC 9(2) VALUE ZERO.
           01 WS-CUR-IDX PIC 9(2).
           01 WS-CUR-FOUND PIC A(1).
           01 WS-ENTRY-SIGN PIC X(1).
           01 WS-ENTRY-ABS PIC 9(9)V99.
           01 WS-DEBIT-ACCOUNT PIC X(10).
           01 WS-CREDIT-ACCOUNT PIC X(10).
           01 WS-POST-ACCOUNT PIC X(10).
           01 WS-BALANCED PIC X(1).
           01 WS-ENTRY-COUNT PIC 9(7) VALUE ZERO.
           01 WS-POSTED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TRAILER-COUNT PIC 9(3) VALUE ZERO.
           01 WS-EXCEPTION-TEXT PIC X(45).

           01 WS-MAPPING-TABLE.
               05 WS-MAP-ENTRY OCCURS 200 TIMES.
                   10 WS-MAP-OPERATION PIC 9(5).
                   10 WS-MAP-ACCOUNT-TYPE PIC X(1).
                   10 WS-MAP-CURRENCY PIC X(3).
                   10 WS-MAP-SIGN PIC X(1).
                   10 WS-MAP-DEBIT PIC X(10).
                   10 WS-MAP-CREDIT PIC X(10).

           01 WS-GL-TABLE.
               05 WS-GL-ENTRY OCCURS 200 TIMES.
                   10 WS-TBL-GL-ACCOUNT PIC X(10).
                   10 WS-TBL-CURRENCY PIC X(3).
                   10 WS-TBL-DEBIT PIC 9(13)V99.
                   10 WS-TBL-CREDIT PIC 9(13)V99.
                   10 WS-TBL-COUNT PIC 9(7).

           01 WS-CURRENCY-TABLE.
               05 WS-CUR-ENTRY OCCURS 20 TIMES.
                   10 WS-CUR-CURRENCY PIC X(3).
                   10 WS-CUR-DEBIT PIC 9(15)V99.
                   10 WS-CUR-CREDIT PIC 9(15)V99.
                   10 WS-CUR-LINES PIC 9(7).

           01 WS-EXC-HEADER.
               05 FILLER PIC X(38) VALUE
                   'EXCECOES DO DIARIO CONTABIL - DATA '.
               05 WS-EH-DATE PIC 9(8).
               05 FILLER PIC X(86) VALUE SPACES.

           01 WS-EXC-COLUMNS.
               05 FILLER PIC X(12) VALUE 'CONTA'.
               05 FILLER PIC X(10) VALUE 'DATA'.
               05 FILLER PIC X(7) VALUE 'SEQ'.
               05 FILLER PIC X(7) VALUE 'OPER'.
               05 FILLER PIC X(4) VALUE 'TP'.
               05 FILLER PIC X(5) VALUE 'MOE'.
               05 FILLER PIC X(19) VALUE 'VALOR'.
               05 FILLER PIC X(68) VALUE 'MOTIVO'.

           01 WS-EXC-DETAIL.
               05 WS-ED-ACCOUNT PIC 9(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ED-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ED-SEQ PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ED-OPERATION PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ED-TYPE PIC X(1).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-ED-CURRENCY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ED-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ED-REASON PIC X(45).
               05 FILLER PIC X(25) VALUE SPACES.

           01 WS-EXC-BALANCE.
               05 FILLER PIC X(26) VALUE
                   'DIARIO DESBALANCEADO MOEDA'.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-EB-CURRENCY PIC X(3).
               05 FILLER PIC X(9) VALUE ' DEBITOS '.
               05 WS-EB-DEBIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(10) VALUE ' CREDITOS '.
               05 WS-EB-CREDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(43) VALUE SPACES.

           01 WS-EXC-TOTAL.
               05 FILLER PIC X(28) VALUE
                   'LANCAMENTOS LIDOS.........: '.
               05 WS-ET-ENTRIES PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'CONTABILIZADOS............: '.
               05 WS-ET-POSTED PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'EXCECOES..................: '.
               05 WS-ET-EXCEPTIONS PIC ZZZZZZ9.
               05 FILLER PIC X(19) VALUE SPACES.

           01 WS-EXC-EMPTY.
               05 FILLER PIC X(132) VALUE
                   'SEM EXCECOES NA DATA'.

           COPY BATCHCOM.

           LINKAGE SECTION.
           01 WS-GL-INPUT.
               05 WS-GL-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION USING WS-GL-INPUT.
       0000-MAIN.
           MOVE 'S' TO BCTL-FUNCTION
           MOVE 'GLEXTRACT' TO BCTL-PROGRAM
           MOVE ZERO TO BCTL-SEQUENCE
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           IF BCTL-STATUS = 'N' THEN
               DISPLAY 'GLEXTRACT: ' BCTL-MESSAGE
               GOBACK
           END-IF
           IF WS-GL-RUN-DATE NOT = BCTL-BUSINESS-DATE THEN
               DISPLAY 'GLEXTRACT: DATA INFORMADA DIFERE DA DATA'
                   ' DE MOVIMENTO ' BCTL-BUSINESS-DATE
               GOBACK
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SCAN-LEDGER
           PERFORM 4000-CHECK-BALANCE
           PERFORM 5000-WRITE-JOURNAL
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'GLEXTRACT: ' WS-POSTED-COUNT
               ' LANCAMENTOS CONTABILIZADOS, ' WS-EXCEPTION-COUNT
               ' EXCECOES'
           MOVE 'E' TO BCTL-FUNCTION
           IF WS-BALANCED = 'S' AND WS-EXCEPTION-COUNT = ZERO THEN
               MOVE 'COMPLETO' TO BCTL-OUTCOME
           ELSE
               DISPLAY 'GLEXTRACT: DIARIO COM EXCECOES - VER '
                   'storage/gl_exception.data'
               MOVE 'FALHA' TO BCTL-OUTCOME
           END-IF
           MOVE WS-POSTED-COUNT TO BCTL-RECORD-COUNT
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT
           OPEN INPUT ACCOUNT-LEDGER
           OPEN OUTPUT GL-JOURNAL
           OPEN OUTPUT GL-EXCEPTION
           MOVE WS-GL-RUN-DATE TO WS-EH-DATE
           WRITE GL-EXCEPTION-LINE FROM WS-EXC-HEADER
           WRITE GL-EXCEPTION-LINE FROM WS-EXC-COLUMNS
           PERFORM 1100-LOAD-MAPPING.

       1100-LOAD-MAPPING.
           OPEN INPUT GL-MAPPING
           IF WS-MAPPING-FS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GL-MAPPING
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 1150-NOTE-MAPPING
                   END-READ
               END-PERFORM
               CLOSE GL-MAPPING
           ELSE
               DISPLAY 'GLEXTRACT: PLANO DE CONTAS NAO ENCONTRADO'
           END-IF.

       1150-NOTE-MAPPING.
           IF WS-MAP-USED < WS-MAP-MAX THEN
               ADD 1 TO WS-MAP-USED
               MOVE WS-MAP-USED TO WS-MAP-IDX
               MOVE GLMAP-OPERATION TO WS-MAP-OPERATION(WS-MAP-IDX)
               MOVE GLMAP-ACCOUNT-TYPE TO
                   WS-MAP-ACCOUNT-TYPE(WS-MAP-IDX)
               MOVE GLMAP-CURRENCY TO WS-MAP-CURRENCY(WS-MAP-IDX)
               MOVE GLMAP-SIGN TO WS-MAP-SIGN(WS-MAP-IDX)
               MOVE GLMAP-DEBIT-ACCOUNT TO WS-MAP-DEBIT(WS-MAP-IDX)
               MOVE GLMAP-CREDIT-ACCOUNT TO WS-MAP-CREDIT(WS-MAP-IDX)
           ELSE
               DISPLAY 'GLEXTRACT: TABELA DO PLANO DE CONTAS CHEIA'
           END-IF.

       2000-SCAN-LEDGER.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-LEDGER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LEDGER-DATE = WS-GL-RUN-DATE AND
                          LEDGER-OPERATION NOT = ZERO
                           PERFORM 3000-PROCESS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       3000-PROCESS-ENTRY.
           EVALUATE LEDGER-OPERATION
               WHEN 2
               WHEN 3
               WHEN 4
               WHEN 8
               WHEN 9
               WHEN 12
               WHEN 13
               WHEN 14
               WHEN 17
               WHEN 18
                   ADD 1 TO WS-ENTRY-COUNT
                   PERFORM 3100-MAP-ENTRY
               WHEN 7
                   IF LEDGER-AMOUNT NOT = ZERO THEN
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM 3100-MAP-ENTRY
                   END-IF
               WHEN OTHER
                   IF LEDGER-AMOUNT NOT = ZERO THEN
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE SPACES TO ACCOUNT-TYPE
                       MOVE SPACES TO ACCOUNT-CURRENCY
                       MOVE 'OPERACAO FINANCEIRA SEM CONTABILIZACAO'
                           TO WS-EXCEPTION-TEXT
                       PERFORM 8000-WRITE-EXCEPTION
                   END-IF
           END-EVALUATE.

       3100-MAP-ENTRY.
           MOVE LEDGER-ACCOUNT-ID TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
               MOVE 'N' TO WS-ACCOUNT-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-ACCOUNT-EXISTS
           END-READ
           IF WS-ACCOUNT-EXISTS = 'N' THEN
               MOVE SPACES TO ACCOUNT-TYPE
               MOVE SPACES TO ACCOUNT-CURRENCY
               MOVE 'CONTA NAO ENCONTRADA' TO WS-EXCEPTION-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           ELSE
               IF LEDGER-AMOUNT < ZERO THEN
                   MOVE 'D' TO WS-ENTRY-SIGN
                   COMPUTE WS-ENTRY-ABS = LEDGER-AMOUNT * -1
               ELSE
                   MOVE 'C' TO WS-ENTRY-SIGN
                   MOVE LEDGER-AMOUNT TO WS-ENTRY-ABS
               END-IF
               PERFORM 3200-FIND-MAPPING
               IF WS-MAP-BEST = ZERO THEN
                   MOVE 'OPERACAO SEM MAPEAMENTO NO PLANO DE CONTAS'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               ELSE
                   IF WS-ENTRY-ABS NOT = ZERO THEN
                       PERFORM 3300-POST-ENTRY
                   END-IF
               END-IF
           END-IF.

       3200-FIND-MAPPING.
           MOVE ZERO TO WS-MAP-BEST
           MOVE ZERO TO WS-MAP-BEST-SCORE
           MOVE 1 TO WS-MAP-IDX
           PERFORM UNTIL WS-MAP-IDX > WS-MAP-USED
               MOVE 'Y' TO WS-MAP-MATCH
               MOVE 1 TO WS-MAP-SCORE
               IF WS-MAP-OPERATION(WS-MAP-IDX) NOT =
                   LEDGER-OPERATION THEN
                   MOVE 'N' TO WS-MAP-MATCH
               END-IF
               IF WS-MAP-ACCOUNT-TYPE(WS-MAP-IDX) = ACCOUNT-TYPE THEN
                   ADD 4 TO WS-MAP-SCORE
               ELSE
                   IF WS-MAP-ACCOUNT-TYPE(WS-MAP-IDX) NOT = '*' THEN
                       MOVE 'N' TO WS-MAP-MATCH
                   END-IF
               END-IF
               IF WS-MAP-CURRENCY(WS-MAP-IDX) = ACCOUNT-CURRENCY THEN
                   ADD 2 TO WS-MAP-SCORE
               ELSE
                   IF WS-MAP-CURRENCY(WS-MAP-IDX) NOT = '***' THEN
                       MOVE 'N' TO WS-MAP-MATCH
                   END-IF
               END-IF
               IF WS-MAP-SIGN(WS-MAP-IDX) = WS-ENTRY-SIGN THEN
                   ADD 1 TO WS-MAP-SCORE
               ELSE
                   IF WS-MAP-SIGN(WS-MAP-IDX) NOT = '*' THEN
                       MOVE 'N' TO WS-MAP-MATCH
                   END-IF
               END-IF
               IF WS-MAP-MATCH = 'Y' AND
                  WS-MAP-SCORE > WS-MAP-BEST-SCORE THEN
                   MOVE WS-MAP-IDX TO WS-MAP-BEST
                   MOVE WS-MAP-SCORE TO WS-MAP-BEST-SCORE
               END-IF
               ADD 1 TO WS-MAP-IDX
           END-PERFORM.

       3300-POST-ENTRY.
           IF WS-MAP-SIGN(WS-MAP-BEST) = '*' AND
              WS-ENTRY-SIGN = 'D' THEN
               MOVE WS-MAP-CREDIT(WS-MAP-BEST) TO WS-DEBIT-ACCOUNT
               MOVE WS-MAP-DEBIT(WS-MAP-BEST) TO WS-CREDIT-ACCOUNT
           ELSE
               MOVE WS-MAP-DEBIT(WS-MAP-BEST) TO WS-DEBIT-ACCOUNT
               MOVE WS-MAP-CREDIT(WS-MAP-BEST) TO WS-CREDIT-ACCOUNT
           END-IF
           MOVE WS-DEBIT-ACCOUNT TO WS-POST-ACCOUNT
           PERFORM 3400-FIND-GL-ENTRY
           IF WS-FOUND = 'Y' THEN
               ADD WS-ENTRY-ABS TO WS-TBL-DEBIT(WS-IDX)
               ADD 1 TO WS-TBL-COUNT(WS-IDX)
               MOVE WS-CREDIT-ACCOUNT TO WS-POST-ACCOUNT
               PERFORM 3400-FIND-GL-ENTRY
               IF WS-FOUND = 'Y' THEN
                   ADD WS-ENTRY-ABS TO WS-TBL-CREDIT(WS-IDX)
                   ADD 1 TO WS-TBL-COUNT(WS-IDX)
                   ADD 1 TO WS-POSTED-COUNT
               ELSE
                   MOVE WS-DEBIT-ACCOUNT TO WS-POST-ACCOUNT
                   PERFORM 3400-FIND-GL-ENTRY
                   SUBTRACT WS-ENTRY-ABS FROM WS-TBL-DEBIT(WS-IDX)
                   SUBTRACT 1 FROM WS-TBL-COUNT(WS-IDX)
                   MOVE 'TABELA DE CONTAS CONTABEIS CHEIA'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE 'TABELA DE CONTAS CONTABEIS CHEIA'
                   TO WS-EXCEPTION-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       3400-FIND-GL-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-FOUND = 'Y' OR WS-IDX > WS-TABLE-USED
               IF WS-TBL-GL-ACCOUNT(WS-IDX) = WS-POST-ACCOUNT AND
                  WS-TBL-CURRENCY(WS-IDX) = ACCOUNT-CURRENCY THEN
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N' THEN
               IF WS-TABLE-USED < WS-TABLE-MAX THEN
                   ADD 1 TO WS-TABLE-USED
                   MOVE WS-TABLE-USED TO WS-IDX
                   MOVE WS-POST-ACCOUNT TO WS-TBL-GL-ACCOUNT(WS-IDX)
                   MOVE ACCOUNT-CURRENCY TO WS-TBL-CURRENCY(WS-IDX)
                   MOVE ZERO TO WS-TBL-DEBIT(WS-IDX)
                   MOVE ZERO TO WS-TBL-CREDIT(WS-IDX)
                   MOVE ZERO TO WS-TBL-COUNT(WS-IDX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   DISPLAY 'GLEXTRACT: TABELA DE CONTAS CONTABEIS CHEIA'
               END-IF
           END-IF.

       4000-CHECK-BALANCE.
           MOVE 'S' TO WS-BALANCED
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-TABLE-USED
               PERFORM 4100-FIND-CURRENCY-ENTRY
               IF WS-CUR-FOUND = 'Y' THEN
                   ADD WS-TBL-DEBIT(WS-IDX) TO WS-CUR-DEBIT(WS-CUR-IDX)
                   ADD WS-TBL-CREDIT(WS-IDX) TO
                       WS-CUR-CREDIT(WS-CUR-IDX)
                   ADD 1 TO WS-CUR-LINES(WS-CUR-IDX)
               ELSE
                   MOVE 'N' TO WS-BALANCED
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-IDX > WS-CUR-USED
               IF WS-CUR-DEBIT(WS-CUR-IDX) NOT =
                   WS-CUR-CREDIT(WS-CUR-IDX) THEN
                   MOVE 'N' TO WS-BALANCED
                   MOVE WS-CUR-CURRENCY(WS-CUR-IDX) TO WS-EB-CURRENCY
                   MOVE WS-CUR-DEBIT(WS-CUR-IDX) TO WS-EB-DEBIT
                   MOVE WS-CUR-CREDIT(WS-CUR-IDX) TO WS-EB-CREDIT
                   WRITE GL-EXCEPTION-LINE FROM WS-EXC-BALANCE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               ADD 1 TO WS-CUR-IDX
           END-PERFORM.

       4100-FIND-CURRENCY-ENTRY.
           MOVE 'N' TO WS-CUR-FOUND
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-FOUND = 'Y' OR
               WS-CUR-IDX > WS-CUR-USED
               IF WS-CUR-CURRENCY(WS-CUR-IDX) =
                   WS-TBL-CURRENCY(WS-IDX) THEN
                   MOVE 'Y' TO WS-CUR-FOUND
               ELSE
                   ADD 1 TO WS-CUR-IDX
               END-IF
           END-PERFORM
           IF WS-CUR-FOUND = 'N' THEN
               IF WS-CUR-USED < WS-CUR-MAX THEN
                   ADD 1 TO WS-CUR-USED
                   MOVE WS-CUR-USED TO WS-CUR-IDX
                   MOVE WS-TBL-CURRENCY(WS-IDX) TO
                       WS-CUR-CURRENCY(WS-CUR-IDX)
                   MOVE ZERO TO WS-CUR-DEBIT(WS-CUR-IDX)
                   MOVE ZERO TO WS-CUR-CREDIT(WS-CUR-IDX)
                   MOVE ZERO TO WS-CUR-LINES(WS-CUR-IDX)
                   MOVE 'Y' TO WS-CUR-FOUND
               ELSE
                   DISPLAY 'GLEXTRACT: TABELA DE MOEDAS CHEIA'
               END-IF
           END-IF.

       5000-WRITE-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'H' TO GLJ-RECORD-TYPE
           MOVE WS-GL-RUN-DATE TO GLJ-BUSINESS-DATE
           MOVE ZERO TO GLJ-DEBIT
           MOVE ZERO TO GLJ-CREDIT
           MOVE ZERO TO GLJ-ENTRY-COUNT
           MOVE 'GLEXTRACT' TO GLJ-SOURCE
           WRITE GL-JOURNAL-RECORD
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-TABLE-USED
               MOVE 'D' TO GLJ-RECORD-TYPE
               MOVE WS-GL-RUN-DATE TO GLJ-BUSINESS-DATE
               MOVE WS-TBL-GL-ACCOUNT(WS-IDX) TO GLJ-GL-ACCOUNT
               MOVE WS-TBL-CURRENCY(WS-IDX) TO GLJ-CURRENCY
               MOVE WS-TBL-DEBIT(WS-IDX) TO GLJ-DEBIT
               MOVE WS-TBL-CREDIT(WS-IDX) TO GLJ-CREDIT
               MOVE WS-TBL-COUNT(WS-IDX) TO GLJ-ENTRY-COUNT
               MOVE 'GLEXTRACT' TO GLJ-SOURCE
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-IDX
           END-PERFORM
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-IDX > WS-CUR-USED
               IF WS-CUR-LINES(WS-CUR-IDX) > ZERO THEN
                   MOVE SPACES TO GL-JOURNAL-TRAILER
                   MOVE 'T' TO GLJ-TRL-TYPE
                   MOVE WS-GL-RUN-DATE TO GLJ-TRL-BUSINESS-DATE
                   MOVE WS-CUR-CURRENCY(WS-CUR-IDX) TO
                       GLJ-TRL-CURRENCY
                   MOVE WS-CUR-LINES(WS-CUR-IDX) TO
                       GLJ-TRL-LINE-COUNT
                   MOVE WS-CUR-DEBIT(WS-CUR-IDX) TO
                       GLJ-TRL-TOTAL-DEBIT
                   MOVE WS-CUR-CREDIT(WS-CUR-IDX) TO
                       GLJ-TRL-TOTAL-CREDIT
                   IF WS-CUR-DEBIT(WS-CUR-IDX) =
                       WS-CUR-CREDIT(WS-CUR-IDX) THEN
                       MOVE 'S' TO GLJ-TRL-BALANCED
                   ELSE
                       MOVE 'N' TO GLJ-TRL-BALANCED
                   END-IF
                   WRITE GL-JOURNAL-TRAILER
                   ADD 1 TO WS-TRAILER-COUNT
               END-IF
               ADD 1 TO WS-CUR-IDX
           END-PERFORM
           IF WS-TRAILER-COUNT = ZERO THEN
               MOVE SPACES TO GL-JOURNAL-TRAILER
               MOVE 'T' TO GLJ-TRL-TYPE
               MOVE WS-GL-RUN-DATE TO GLJ-TRL-BUSINESS-DATE
               MOVE WS-LINE-COUNT TO GLJ-TRL-LINE-COUNT
               MOVE ZERO TO GLJ-TRL-TOTAL-DEBIT
               MOVE ZERO TO GLJ-TRL-TOTAL-CREDIT
               MOVE WS-BALANCED TO GLJ-TRL-BALANCED
               WRITE GL-JOURNAL-TRAILER
           END-IF
           IF WS-EXCEPTION-COUNT = ZERO THEN
               WRITE GL-EXCEPTION-LINE FROM WS-EXC-EMPTY
           END-IF
           MOVE WS-ENTRY-COUNT TO WS-ET-ENTRIES
           MOVE WS-POSTED-COUNT TO WS-ET-POSTED
           MOVE WS-EXCEPTION-COUNT TO WS-ET-EXCEPTIONS
           WRITE GL-EXCEPTION-LINE FROM WS-EXC-TOTAL.

       8000-WRITE-EXCEPTION.
           MOVE LEDGER-ACCOUNT-ID TO WS-ED-ACCOUNT
           MOVE LEDGER-DATE TO WS-ED-DATE
           MOVE LEDGER-SEQ TO WS-ED-SEQ
           MOVE LEDGER-OPERATION TO WS-ED-OPERATION
           MOVE ACCOUNT-TYPE TO WS-ED-TYPE
           MOVE ACCOUNT-CURRENCY TO WS-ED-CURRENCY
           MOVE LEDGER-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-EXCEPTION-TEXT TO WS-ED-REASON
           WRITE GL-EXCEPTION-LINE FROM WS-EXC-DETAIL
           ADD 1 TO WS-EXCEPTION-COUNT.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT
           CLOSE ACCOUNT-LEDGER
           CLOSE GL-JOURNAL
           CLOSE GL-EXCEPTION.
