       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCASHBAL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT BRANCH-CASH ASSIGN TO 'storage/branch_cash.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS BCASH-KEY
             FILE STATUS IS WS-BCASH-FS.
             SELECT CASH-PARAMS ASSIGN TO
                 'input/branch_cash_param.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARAMS-FS.
             SELECT CASH-REPORT ASSIGN TO
                 'storage/branch_cash_report.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD BRANCH-CASH.
           COPY BRCASHREC.

           FD CASH-PARAMS.
           01 CASH-PARAM-RECORD.
               05 BCP-TOLERANCE PIC 9(9)V99.

           FD CASH-REPORT.
           01 CASH-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-BCASH-FS PIC X(2).
           01 WS-PARAMS-FS PIC X(2).
           01 WS-REPORT-FS PIC X(2).
           01 WS-TOLERANCE PIC 9(9)V99 VALUE 50.00.
           01 WS-ABS-DIFFERENCE PIC 9(11)V99.
           01 WS-VAULT-NET PIC S9(11)V99.
           01 WS-BRANCH-COUNT PIC 9(7) VALUE ZERO.
           01 WS-UNCOUNTED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-FLAGGED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-SYSTEM PIC S9(13)V99 VALUE ZERO.
           01 WS-TOTAL-COUNTED PIC S9(13)V99 VALUE ZERO.
           01 WS-TOTAL-DIFFERENCE PIC S9(13)V99 VALUE ZERO.
           01 WS-BRN-MAX PIC 9(4) VALUE 500.
           01 WS-BRN-USED PIC 9(4) VALUE ZERO.
           01 WS-BRN-IDX PIC 9(4).
           01 WS-BRN-FULL PIC A(1) VALUE 'N'.
           01 WS-OPENED-COUNT PIC 9(7) VALUE ZERO.

           01 WS-BRANCH-TABLE.
               05 WS-BRN-ENTRY OCCURS 500 TIMES.
                   10 WS-BRN-BRANCH PIC 9(4).
                   10 WS-BRN-HAS-POSITION PIC A(1).
                   10 WS-BRN-PRIOR-CLOSING PIC S9(11)V99.

           01 WS-RPT-HEADER.
               05 FILLER PIC X(39) VALUE
                   'BALANCETE DE CAIXA DAS AGENCIAS - DATA '.
               05 WS-RH-DATE PIC 9(8).
               05 FILLER PIC X(13) VALUE ' TOLERANCIA '.
               05 WS-RH-TOLERANCE PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(58) VALUE SPACES.

           01 WS-RPT-COLUMNS.
               05 FILLER PIC X(6) VALUE 'AGENC'.
               05 FILLER PIC X(16) VALUE '       ABERTURA'.
               05 FILLER PIC X(16) VALUE '      DEPOSITOS'.
               05 FILLER PIC X(16) VALUE '         SAQUES'.
               05 FILLER PIC X(16) VALUE '   COFRE LIQUID'.
               05 FILLER PIC X(16) VALUE '        SISTEMA'.
               05 FILLER PIC X(16) VALUE '        CONTADO'.
               05 FILLER PIC X(16) VALUE '      DIFERENCA'.
               05 FILLER PIC X(14) VALUE 'SITUACAO'.

           01 WS-RPT-DETAIL.
               05 WS-RD-BRANCH PIC 9(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RD-OPENING PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-CASH-IN PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-CASH-OUT PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-VAULT PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-SYSTEM PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-COUNTED PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-DIFFERENCE PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-SITUATION PIC X(14).

           01 WS-RPT-TOTAL-1.
               05 FILLER PIC X(28) VALUE
                   'AGENCIAS NO BALANCETE.....: '.
               05 WS-RT-BRANCHES PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'SEM CONTAGEM..............: '.
               05 WS-RT-UNCOUNTED PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'ACIMA DA TOLERANCIA.......: '.
               05 WS-RT-FLAGGED PIC ZZZZZZ9.
               05 FILLER PIC X(19) VALUE SPACES.

           01 WS-RPT-TOTAL-2.
               05 FILLER PIC X(16) VALUE 'TOTAL SISTEMA: '.
               05 WS-RT-SYSTEM PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(16) VALUE 'TOTAL CONTADO: '.
               05 WS-RT-COUNTED PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(18) VALUE 'TOTAL DIFERENCA: '.
               05 WS-RT-DIFFERENCE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(11) VALUE SPACES.

           01 WS-RPT-EMPTY.
               05 FILLER PIC X(132) VALUE
                   'NENHUMA POSICAO DE CAIXA NA DATA'.

           COPY BATCHCOM.

           LINKAGE SECTION.
           01 WS-BAL-INPUT.
               05 WS-BAL-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION USING WS-BAL-INPUT.
       0000-MAIN.
           MOVE 'S' TO BCTL-FUNCTION
           MOVE 'BRCASHBAL' TO BCTL-PROGRAM
           MOVE ZERO TO BCTL-SEQUENCE
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           IF BCTL-STATUS = 'N' THEN
               DISPLAY 'BRCASHBAL: ' BCTL-MESSAGE
               GOBACK
           END-IF
           IF WS-BAL-RUN-DATE NOT = BCTL-BUSINESS-DATE THEN
               DISPLAY 'BRCASHBAL: DATA INFORMADA DIFERE DA DATA'
                   ' DE MOVIMENTO ' BCTL-BUSINESS-DATE
               GOBACK
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-OPEN-IDLE-BRANCHES
           PERFORM 2000-SCAN-POSITIONS
           PERFORM 5000-REPORT-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-OPENED-COUNT > ZERO THEN
               DISPLAY 'BRCASHBAL: ' WS-OPENED-COUNT
                   ' AGENCIAS SEM MOVIMENTO ABERTAS NA DATA'
           END-IF
           DISPLAY 'BRCASHBAL: ' WS-BRANCH-COUNT
               ' AGENCIAS FECHADAS, ' WS-FLAGGED-COUNT
               ' ACIMA DA TOLERANCIA'
           MOVE 'E' TO BCTL-FUNCTION
           IF WS-UNCOUNTED-COUNT = ZERO THEN
               MOVE 'COMPLETO' TO BCTL-OUTCOME
           ELSE
               DISPLAY 'BRCASHBAL: ' WS-UNCOUNTED-COUNT
                   ' AGENCIAS SEM NUMERARIO CONTADO'
               MOVE 'FALHA' TO BCTL-OUTCOME
           END-IF
           MOVE WS-BRANCH-COUNT TO BCTL-RECORD-COUNT
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           GOBACK.

       1000-OPEN-FILES.
           PERFORM 1100-LOAD-PARAMS
           OPEN I-O BRANCH-CASH
           IF WS-BCASH-FS = '35' THEN
               OPEN OUTPUT BRANCH-CASH
               CLOSE BRANCH-CASH
               OPEN I-O BRANCH-CASH
           END-IF
           OPEN OUTPUT CASH-REPORT
           MOVE WS-BAL-RUN-DATE TO WS-RH-DATE
           MOVE WS-TOLERANCE TO WS-RH-TOLERANCE
           WRITE CASH-REPORT-LINE FROM WS-RPT-HEADER
           WRITE CASH-REPORT-LINE FROM WS-RPT-COLUMNS.

       1100-LOAD-PARAMS.
           OPEN INPUT CASH-PARAMS
           IF WS-PARAMS-FS = '00' THEN
               READ CASH-PARAMS
                   AT END CONTINUE
                   NOT AT END
                       MOVE BCP-TOLERANCE TO WS-TOLERANCE
               END-READ
               CLOSE CASH-PARAMS
           END-IF.

       1500-OPEN-IDLE-BRANCHES.
           MOVE ZERO TO BCASH-BRANCH
           MOVE ZERO TO BCASH-DATE
           MOVE 'N' TO WS-EOF
           START BRANCH-CASH KEY NOT < BCASH-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-CASH NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 1600-NOTE-BRANCH
               END-READ
           END-PERFORM
           MOVE 1 TO WS-BRN-IDX
           PERFORM UNTIL WS-BRN-IDX > WS-BRN-USED
               IF WS-BRN-HAS-POSITION(WS-BRN-IDX) = 'N' THEN
                   PERFORM 1700-OPEN-POSITION
               END-IF
               ADD 1 TO WS-BRN-IDX
           END-PERFORM.

       1600-NOTE-BRANCH.
           IF BCASH-DATE NOT > WS-BAL-RUN-DATE THEN
               IF WS-BRN-USED = ZERO OR
                  WS-BRN-BRANCH(WS-BRN-USED) NOT = BCASH-BRANCH THEN
                   IF WS-BRN-USED < WS-BRN-MAX THEN
                       ADD 1 TO WS-BRN-USED
                       MOVE BCASH-BRANCH TO WS-BRN-BRANCH(WS-BRN-USED)
                       MOVE 'N' TO WS-BRN-HAS-POSITION(WS-BRN-USED)
                       MOVE ZERO TO WS-BRN-PRIOR-CLOSING(WS-BRN-USED)
                   ELSE
                       IF WS-BRN-FULL = 'N' THEN
                           DISPLAY 'BRCASHBAL: TABELA DE AGENCIAS CHEIA'
                           MOVE 'Y' TO WS-BRN-FULL
                       END-IF
                   END-IF
               END-IF
               IF WS-BRN-USED > ZERO AND
                  WS-BRN-BRANCH(WS-BRN-USED) = BCASH-BRANCH THEN
                   IF BCASH-DATE = WS-BAL-RUN-DATE THEN
                       MOVE 'Y' TO WS-BRN-HAS-POSITION(WS-BRN-USED)
                   ELSE
                       IF BCASH-STATUS = 'F' THEN
                           MOVE BCASH-CLOSING TO
                               WS-BRN-PRIOR-CLOSING(WS-BRN-USED)
                       ELSE
                           MOVE BCASH-SYSTEM-CASH TO
                               WS-BRN-PRIOR-CLOSING(WS-BRN-USED)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1700-OPEN-POSITION.
           MOVE WS-BRN-BRANCH(WS-BRN-IDX) TO BCASH-BRANCH
           MOVE WS-BAL-RUN-DATE TO BCASH-DATE
           MOVE WS-BRN-PRIOR-CLOSING(WS-BRN-IDX) TO BCASH-OPENING
           MOVE ZERO TO BCASH-CASH-IN
           MOVE ZERO TO BCASH-CASH-OUT
           MOVE ZERO TO BCASH-VAULT-IN
           MOVE ZERO TO BCASH-VAULT-OUT
           MOVE WS-BRN-PRIOR-CLOSING(WS-BRN-IDX) TO BCASH-SYSTEM-CASH
           MOVE ZERO TO BCASH-COUNTED
           MOVE 'N' TO BCASH-COUNTED-FLAG
           MOVE ZERO TO BCASH-DIFFERENCE
           MOVE ZERO TO BCASH-CLOSING
           MOVE 'A' TO BCASH-STATUS
           MOVE ZERO TO BCASH-IN-COUNT
           MOVE ZERO TO BCASH-OUT-COUNT
           WRITE BRANCH-CASH-RECORD
               INVALID KEY
               DISPLAY 'BRCASHBAL: ERRO AO ABRIR POSICAO DA AGENCIA '
                   WS-BRN-BRANCH(WS-BRN-IDX)
               NOT INVALID KEY
               ADD 1 TO WS-OPENED-COUNT
           END-WRITE.

       2000-SCAN-POSITIONS.
           MOVE ZERO TO BCASH-BRANCH
           MOVE ZERO TO BCASH-DATE
           MOVE 'N' TO WS-EOF
           START BRANCH-CASH KEY NOT < BCASH-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-CASH NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BCASH-DATE = WS-BAL-RUN-DATE THEN
                           PERFORM 3000-CLOSE-POSITION
                       END-IF
               END-READ
           END-PERFORM.

       3000-CLOSE-POSITION.
           ADD 1 TO WS-BRANCH-COUNT
           COMPUTE BCASH-SYSTEM-CASH = BCASH-OPENING
               + BCASH-CASH-IN - BCASH-CASH-OUT
               + BCASH-VAULT-IN - BCASH-VAULT-OUT
           IF BCASH-COUNTED-FLAG = 'S' THEN
               COMPUTE BCASH-DIFFERENCE =
                   BCASH-COUNTED - BCASH-SYSTEM-CASH
               MOVE BCASH-COUNTED TO BCASH-CLOSING
           ELSE
               MOVE ZERO TO BCASH-DIFFERENCE
               MOVE BCASH-SYSTEM-CASH TO BCASH-CLOSING
           END-IF
           MOVE 'F' TO BCASH-STATUS
           REWRITE BRANCH-CASH-RECORD
           PERFORM 3100-PRINT-POSITION.

       3100-PRINT-POSITION.
           COMPUTE WS-VAULT-NET = BCASH-VAULT-IN - BCASH-VAULT-OUT
           MOVE BCASH-BRANCH TO WS-RD-BRANCH
           MOVE BCASH-OPENING TO WS-RD-OPENING
           MOVE BCASH-CASH-IN TO WS-RD-CASH-IN
           MOVE BCASH-CASH-OUT TO WS-RD-CASH-OUT
           MOVE WS-VAULT-NET TO WS-RD-VAULT
           MOVE BCASH-SYSTEM-CASH TO WS-RD-SYSTEM
           MOVE BCASH-COUNTED TO WS-RD-COUNTED
           MOVE BCASH-DIFFERENCE TO WS-RD-DIFFERENCE
           ADD BCASH-SYSTEM-CASH TO WS-TOTAL-SYSTEM
           IF BCASH-COUNTED-FLAG NOT = 'S' THEN
               ADD 1 TO WS-UNCOUNTED-COUNT
               ADD BCASH-SYSTEM-CASH TO WS-TOTAL-COUNTED
               MOVE 'SEM CONTAGEM' TO WS-RD-SITUATION
           ELSE
               ADD BCASH-COUNTED TO WS-TOTAL-COUNTED
               ADD BCASH-DIFFERENCE TO WS-TOTAL-DIFFERENCE
               IF BCASH-DIFFERENCE < ZERO THEN
                   COMPUTE WS-ABS-DIFFERENCE = ZERO - BCASH-DIFFERENCE
               ELSE
                   MOVE BCASH-DIFFERENCE TO WS-ABS-DIFFERENCE
               END-IF
               EVALUATE TRUE
                   WHEN BCASH-DIFFERENCE = ZERO
                       MOVE 'CONFERE' TO WS-RD-SITUATION
                   WHEN WS-ABS-DIFFERENCE > WS-TOLERANCE AND
                        BCASH-DIFFERENCE > ZERO
                       MOVE 'SOBRA *TOLER*' TO WS-RD-SITUATION
                   WHEN WS-ABS-DIFFERENCE > WS-TOLERANCE
                       MOVE 'FALTA *TOLER*' TO WS-RD-SITUATION
                   WHEN BCASH-DIFFERENCE > ZERO
                       MOVE 'SOBRA' TO WS-RD-SITUATION
                   WHEN OTHER
                       MOVE 'FALTA' TO WS-RD-SITUATION
               END-EVALUATE
               IF WS-ABS-DIFFERENCE > WS-TOLERANCE THEN
                   ADD 1 TO WS-FLAGGED-COUNT
                   DISPLAY 'BRCASHBAL: AGENCIA ' BCASH-BRANCH
                       ' DIFERENCA ACIMA DA TOLERANCIA'
               END-IF
           END-IF
           WRITE CASH-REPORT-LINE FROM WS-RPT-DETAIL.

       5000-REPORT-TOTALS.
           IF WS-BRANCH-COUNT = ZERO THEN
               WRITE CASH-REPORT-LINE FROM WS-RPT-EMPTY
           END-IF
           MOVE WS-BRANCH-COUNT TO WS-RT-BRANCHES
           MOVE WS-UNCOUNTED-COUNT TO WS-RT-UNCOUNTED
           MOVE WS-FLAGGED-COUNT TO WS-RT-FLAGGED
           WRITE CASH-REPORT-LINE FROM WS-RPT-TOTAL-1
           MOVE WS-TOTAL-SYSTEM TO WS-RT-SYSTEM
           MOVE WS-TOTAL-COUNTED TO WS-RT-COUNTED
           MOVE WS-TOTAL-DIFFERENCE TO WS-RT-DIFFERENCE
           WRITE CASH-REPORT-LINE FROM WS-RPT-TOTAL-2.

       9000-CLOSE-FILES.
           CLOSE BRANCH-CASH
           CLOSE CASH-REPORT.
