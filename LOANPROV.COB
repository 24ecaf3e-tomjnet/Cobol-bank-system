       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPROV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT ACCOUNT-LOAN ASSIGN TO 'storage/loan.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS LOAN-ACCOUNT-ID
             FILE STATUS IS WS-LOAN-FS.
             SELECT ACCOUNT ASSIGN TO 'storage/account.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-ID
             FILE STATUS IS WS-ACCOUNT-FS.
             SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PEOPLE-RW-ID
             ALTERNATE RECORD KEY IS PEOPLE-RW-CPF
                 WITH DUPLICATES
             FILE STATUS IS WS-PEOPLE-FS.
             SELECT LOAN-PROVISION ASSIGN TO
                 'storage/loan_provision.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS PROV-ACCOUNT-ID
             FILE STATUS IS WS-PROV-FS.
             SELECT GL-MAPPING ASSIGN TO 'input/gl_mapping.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAPPING-FS.
             SELECT GL-JOURNAL ASSIGN TO 'storage/gl_provision.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-FS.
             SELECT CREDIT-EXPORT ASSIGN TO
                 'storage/credit_export.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXPORT-FS.
             SELECT PROVISION-REPORT ASSIGN TO
                 'storage/provision_report.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT-LOAN.
           COPY LOANREC.

           FD ACCOUNT.
           COPY ACCOUNTFD.

           FD PEOPLE-RW.
           COPY PEOPLERW.

           FD LOAN-PROVISION.
           COPY PROVREC.

           FD GL-MAPPING.
           COPY GLMAPREC.

           FD GL-JOURNAL.
           COPY GLJRNREC.

           FD CREDIT-EXPORT.
           COPY CREDEXPREC.

           FD PROVISION-REPORT.
           01 PROVISION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-LOAN-FS PIC X(2).
           01 WS-ACCOUNT-FS PIC X(2).
           01 WS-PEOPLE-FS PIC X(2).
           01 WS-PROV-FS PIC X(2).
           01 WS-MAPPING-FS PIC X(2).
           01 WS-JOURNAL-FS PIC X(2).
           01 WS-EXPORT-FS PIC X(2).
           01 WS-REPORT-FS PIC X(2).
           01 WS-ACCOUNT-EXISTS PIC A(1).
           01 WS-PEOPLE-EXISTS PIC A(1).
           01 WS-PROV-EXISTS PIC A(1).
           01 WS-PROV-FAILED PIC A(1) VALUE 'N'.
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-PROVISION-OPERATION PIC 9(5) VALUE 90.
           01 WS-DAYS-PAST-DUE PIC 9(5).
           01 WS-LOAN-CURRENCY PIC X(3).
           01 WS-LOAN-CPF PIC 9(11).
           01 WS-PROVISION PIC 9(9)V99.
           01 WS-PRIOR-PROVISION PIC 9(9)V99.
           01 WS-PRIOR-GRADE PIC X(2).
           01 WS-PROV-CHANGE PIC S9(11)V99.
           01 WS-CHANGE-ABS PIC 9(13)V99.
           01 WS-TO-FALL-DUE PIC 9(11)V99.
           01 WS-GRD-MAX PIC 9(2) VALUE 9.
           01 WS-GRD-IDX PIC 9(2).
           01 WS-GRD-PRIOR-IDX PIC 9(2).
           01 WS-GRD-FOUND PIC A(1).
           01 WS-MAP-MAX PIC 9(3) VALUE 200.
           01 WS-MAP-USED PIC 9(3) VALUE ZERO.
           01 WS-MAP-IDX PIC 9(3).
           01 WS-MAP-BEST PIC 9(3).
           01 WS-MAP-SCORE PIC 9(1).
           01 WS-MAP-BEST-SCORE PIC 9(1).
           01 WS-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-TABLE-USED PIC 9(3) VALUE ZERO.
           01 WS-IDX PIC 9(3).
           01 WS-FOUND PIC A(1).
           01 WS-CUR-MAX PIC 9(2) VALUE 20.
           01 WS-CUR-USED PIC 9(2) VALUE ZERO.
           01 WS-CUR-IDX PIC 9(2).
           01 WS-CUR-FOUND PIC A(1).
           01 WS-POST-CURRENCY PIC X(3).
           01 WS-POST-ACCOUNT PIC X(10).
           01 WS-DEBIT-ACCOUNT PIC X(10).
           01 WS-CREDIT-ACCOUNT PIC X(10).
           01 WS-BALANCED PIC X(1).
           01 WS-LOAN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-EXPORT-COUNT PIC 9(7) VALUE ZERO.
           01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TRAILER-COUNT PIC 9(3) VALUE ZERO.
           01 WS-GL-TRAILER-COUNT PIC 9(3) VALUE ZERO.
           01 WS-TOTAL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-BALANCE PIC 9(15)V99 VALUE ZERO.
           01 WS-TOTAL-PROVISION PIC 9(15)V99 VALUE ZERO.
           01 WS-TOTAL-PRIOR PIC 9(15)V99 VALUE ZERO.
           01 WS-TOTAL-CHANGE PIC S9(15)V99 VALUE ZERO.
           01 WS-EXCEPTION-TEXT PIC X(50).

           01 WS-GRADE-TABLE.
               05 FILLER PIC X(12) VALUE 'AA0000000000'.
               05 FILLER PIC X(12) VALUE 'A 0001400050'.
               05 FILLER PIC X(12) VALUE 'B 0003000100'.
               05 FILLER PIC X(12) VALUE 'C 0006000300'.
               05 FILLER PIC X(12) VALUE 'D 0009001000'.
               05 FILLER PIC X(12) VALUE 'E 0012003000'.
               05 FILLER PIC X(12) VALUE 'F 0015005000'.
               05 FILLER PIC X(12) VALUE 'G 0018007000'.
               05 FILLER PIC X(12) VALUE 'H 9999910000'.
           01 WS-GRADE-RULES REDEFINES WS-GRADE-TABLE.
               05 WS-GRD-RULE OCCURS 9 TIMES.
                   10 WS-GRD-CODE PIC X(2).
                   10 WS-GRD-MAX-DAYS PIC 9(5).
                   10 WS-GRD-RATE PIC 9(3)V99.

           01 WS-MAPPING-TABLE.
               05 WS-MAP-ENTRY OCCURS 200 TIMES.
                   10 WS-MAP-OPERATION PIC 9(5).
                   10 WS-MAP-CURRENCY PIC X(3).
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
                   10 WS-CUR-INCREASE PIC 9(13)V99.
                   10 WS-CUR-DECREASE PIC 9(13)V99.
                   10 WS-CUR-INC-COUNT PIC 9(7).
                   10 WS-CUR-DEC-COUNT PIC 9(7).
                   10 WS-CUR-EXP-COUNT PIC 9(7).
                   10 WS-CUR-EXP-BALANCE PIC 9(15)V99.
                   10 WS-CUR-EXP-PROVISION PIC 9(15)V99.
                   10 WS-CUR-GL-DEBIT PIC 9(15)V99.
                   10 WS-CUR-GL-CREDIT PIC 9(15)V99.
                   10 WS-CUR-GL-LINES PIC 9(7).
                   10 WS-CUR-GRADE OCCURS 9 TIMES.
                       15 WS-CUR-GRD-COUNT PIC 9(7).
                       15 WS-CUR-GRD-BALANCE PIC 9(15)V99.
                       15 WS-CUR-GRD-PROVISION PIC 9(15)V99.
                       15 WS-CUR-GRD-PRIOR PIC 9(15)V99.

           01 WS-RPT-HEADER.
               05 FILLER PIC X(45) VALUE
                   'PROVISAO PARA PERDAS EM OPERACOES DE CREDITO'.
               05 FILLER PIC X(15) VALUE ' - COMPETENCIA '.
               05 WS-RH-PERIOD PIC 9(6).
               05 FILLER PIC X(7) VALUE ' DATA '.
               05 WS-RH-DATE PIC 9(8).
               05 FILLER PIC X(51) VALUE SPACES.

           01 WS-RPT-COLUMNS.
               05 FILLER PIC X(12) VALUE 'CONTRATO'.
               05 FILLER PIC X(13) VALUE 'CPF'.
               05 FILLER PIC X(5) VALUE 'MOE'.
               05 FILLER PIC X(16) VALUE 'SALDO DEVEDOR'.
               05 FILLER PIC X(7) VALUE 'DIAS'.
               05 FILLER PIC X(5) VALUE 'RISCO'.
               05 FILLER PIC X(8) VALUE 'PERC'.
               05 FILLER PIC X(16) VALUE 'PROVISAO'.
               05 FILLER PIC X(16) VALUE 'ANTERIOR'.
               05 FILLER PIC X(17) VALUE 'VARIACAO'.
               05 FILLER PIC X(17) VALUE 'OBSERVACAO'.

           01 WS-RPT-DETAIL.
               05 WS-PD-CONTRACT PIC 9(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PD-CPF PIC 9(11).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PD-CURRENCY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PD-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PD-DAYS PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PD-GRADE PIC X(2).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-PD-RATE PIC ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PD-PROVISION PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PD-PRIOR PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PD-CHANGE PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PD-NOTE PIC X(17).

           01 WS-RPT-EXCEPTION.
               05 FILLER PIC X(8) VALUE 'EXCECAO '.
               05 WS-PE-CONTRACT PIC 9(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PE-CURRENCY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PE-TEXT PIC X(50).
               05 FILLER PIC X(57) VALUE SPACES.

           01 WS-RPT-GRADE-HEADER.
               05 FILLER PIC X(34) VALUE
                   'TOTAIS POR NIVEL DE RISCO - MOEDA '.
               05 WS-GH-CURRENCY PIC X(3).
               05 FILLER PIC X(95) VALUE SPACES.

           01 WS-RPT-GRADE-COLUMNS.
               05 FILLER PIC X(6) VALUE 'RISCO'.
               05 FILLER PIC X(9) VALUE 'PERC'.
               05 FILLER PIC X(10) VALUE 'QTDE'.
               05 FILLER PIC X(22) VALUE 'SALDO DEVEDOR'.
               05 FILLER PIC X(22) VALUE 'PROVISAO'.
               05 FILLER PIC X(22) VALUE 'ANTERIOR'.
               05 FILLER PIC X(41) VALUE 'VARIACAO'.

           01 WS-RPT-GRADE-LINE.
               05 WS-GT-GRADE PIC X(2).
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-GT-RATE PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-GT-COUNT PIC ZZZ,ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-GT-BALANCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-GT-PROVISION PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-GT-PRIOR PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-GT-CHANGE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(20) VALUE SPACES.

           01 WS-RPT-GRADE-TOTAL.
               05 FILLER PIC X(15) VALUE 'TOTAL'.
               05 WS-GG-COUNT PIC ZZZ,ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-GG-BALANCE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-GG-PROVISION PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-GG-PRIOR PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-GG-CHANGE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(20) VALUE SPACES.

           01 WS-RPT-POSTING.
               05 FILLER PIC X(28) VALUE
                   'CONSTITUICAO MOEDA........: '.
               05 WS-RP-CURRENCY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RP-INCREASE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(16) VALUE '  REVERSAO....: '.
               05 WS-RP-DECREASE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(43) VALUE SPACES.

           01 WS-RPT-SUMMARY.
               05 FILLER PIC X(28) VALUE
                   'CONTRATOS CLASSIFICADOS...: '.
               05 WS-RS-LOANS PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'CONTRATOS LIQUIDADOS......: '.
               05 WS-RS-RELEASED PIC ZZZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(28) VALUE
                   'EXCECOES..................: '.
               05 WS-RS-EXCEPTIONS PIC ZZZZZZ9.
               05 FILLER PIC X(19) VALUE SPACES.

           COPY BATCHCOM.

           LINKAGE SECTION.
           01 WS-PROV-INPUT.
               05 WS-PROV-RUN-PERIOD PIC 9(6).

       PROCEDURE DIVISION USING WS-PROV-INPUT.
       0000-MAIN.
           MOVE 'S' TO BCTL-FUNCTION
           MOVE 'LOANPROV' TO BCTL-PROGRAM
           MOVE ZERO TO BCTL-SEQUENCE
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           IF BCTL-STATUS = 'N' THEN
               DISPLAY 'LOANPROV: ' BCTL-MESSAGE
               GOBACK
           END-IF
           MOVE BCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
           IF WS-PROV-RUN-PERIOD NOT = WS-BUSINESS-DATE(1:6) THEN
               DISPLAY 'LOANPROV: COMPETENCIA INFORMADA DIFERE DA'
                   ' DATA DE MOVIMENTO ' BCTL-BUSINESS-DATE
               MOVE 'E' TO BCTL-FUNCTION
               MOVE 'FALHA' TO BCTL-OUTCOME
               MOVE ZERO TO BCTL-RECORD-COUNT
               CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
               GOBACK
           END-IF
           PERFORM 1000-OPEN-FILES
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM 2000-READ-LOAN
               IF WS-EOF NOT = 'Y'
                   PERFORM 3000-CLASSIFY-LOAN
               END-IF
           END-PERFORM
           IF WS-PROV-FAILED = 'Y' THEN
               PERFORM 9000-CLOSE-FILES
               DISPLAY 'LOANPROV: BASE DE PROVISAO NAO ATUALIZADA - '
                   'LANCAMENTOS CONTABEIS NAO GERADOS'
               MOVE 'E' TO BCTL-FUNCTION
               MOVE 'FALHA' TO BCTL-OUTCOME
               MOVE ZERO TO BCTL-RECORD-COUNT
               CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
               GOBACK
           END-IF
           PERFORM 4000-RELEASE-SETTLED
           PERFORM 5000-POST-GL
           PERFORM 6000-WRITE-JOURNAL
           PERFORM 7000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'LOANPROV: ' WS-LOAN-COUNT
               ' CONTRATOS CLASSIFICADOS'
           DISPLAY 'LOANPROV: ' WS-RELEASED-COUNT
               ' PROVISOES REVERTIDAS DE CONTRATOS LIQUIDADOS'
           DISPLAY 'LOANPROV: ' WS-EXPORT-COUNT
               ' REGISTROS NA REMESSA DE INFORMACOES DE CREDITO'
           MOVE 'E' TO BCTL-FUNCTION
           IF WS-BALANCED = 'S' AND WS-EXCEPTION-COUNT = ZERO THEN
               MOVE 'COMPLETO' TO BCTL-OUTCOME
           ELSE
               DISPLAY 'LOANPROV: PROVISAO COM EXCECOES - VER '
                   'storage/provision_report.data'
               MOVE 'FALHA' TO BCTL-OUTCOME
           END-IF
           MOVE WS-LOAN-COUNT TO BCTL-RECORD-COUNT
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-LOAN
           OPEN INPUT ACCOUNT
           OPEN INPUT PEOPLE-RW
           PERFORM 1050-OPEN-PROVISION
           OPEN OUTPUT GL-JOURNAL
           OPEN OUTPUT CREDIT-EXPORT
           OPEN OUTPUT PROVISION-REPORT
           MOVE WS-PROV-RUN-PERIOD TO WS-RH-PERIOD
           MOVE WS-BUSINESS-DATE TO WS-RH-DATE
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-HEADER
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-COLUMNS
           MOVE SPACES TO CREDIT-EXPORT-HEADER
           MOVE 'H' TO CRX-HDR-TYPE
           MOVE WS-PROV-RUN-PERIOD TO CRX-HDR-PERIOD
           MOVE WS-BUSINESS-DATE TO CRX-HDR-DATE
           MOVE 'LOANPROV' TO CRX-HDR-SOURCE
           WRITE CREDIT-EXPORT-HEADER
           PERFORM 1100-LOAD-MAPPING.

       1050-OPEN-PROVISION.
           OPEN I-O LOAN-PROVISION
           IF WS-PROV-FS = '35' THEN
               OPEN OUTPUT LOAN-PROVISION
               CLOSE LOAN-PROVISION
               OPEN I-O LOAN-PROVISION
           END-IF.

       1100-LOAD-MAPPING.
           OPEN INPUT GL-MAPPING
           IF WS-MAPPING-FS = '00' THEN
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ GL-MAPPING
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF GLMAP-OPERATION =
                               WS-PROVISION-OPERATION THEN
                               PERFORM 1150-NOTE-MAPPING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAPPING
           ELSE
               DISPLAY 'LOANPROV: PLANO DE CONTAS NAO ENCONTRADO'
           END-IF.

       1150-NOTE-MAPPING.
           IF WS-MAP-USED < WS-MAP-MAX THEN
               ADD 1 TO WS-MAP-USED
               MOVE WS-MAP-USED TO WS-MAP-IDX
               MOVE GLMAP-OPERATION TO WS-MAP-OPERATION(WS-MAP-IDX)
               MOVE GLMAP-CURRENCY TO WS-MAP-CURRENCY(WS-MAP-IDX)
               MOVE GLMAP-DEBIT-ACCOUNT TO WS-MAP-DEBIT(WS-MAP-IDX)
               MOVE GLMAP-CREDIT-ACCOUNT TO WS-MAP-CREDIT(WS-MAP-IDX)
           ELSE
               DISPLAY 'LOANPROV: TABELA DO PLANO DE CONTAS CHEIA'
           END-IF.

       2000-READ-LOAN.
           READ ACCOUNT-LOAN NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       3000-CLASSIFY-LOAN.
           PERFORM 3100-LOOKUP-BORROWER
           IF WS-ACCOUNT-EXISTS = 'N' THEN
               MOVE LOAN-ACCOUNT-ID TO WS-PE-CONTRACT
               MOVE SPACES TO WS-PE-CURRENCY
               MOVE 'CONTA DO CONTRATO NAO ENCONTRADA'
                   TO WS-EXCEPTION-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-LOAN-COUNT
               PERFORM 3200-ASSIGN-GRADE
               COMPUTE WS-PROVISION ROUNDED =
                   LOAN-REMAINING-BALANCE * WS-GRD-RATE(WS-GRD-IDX)
                   / 100
               PERFORM 3300-UPDATE-PROVISION
               COMPUTE WS-PROV-CHANGE =
                   WS-PROVISION - WS-PRIOR-PROVISION
               PERFORM 3500-ACCUMULATE-CHANGE
               IF WS-CUR-FOUND = 'Y' THEN
                   ADD 1 TO WS-CUR-GRD-COUNT(WS-CUR-IDX, WS-GRD-IDX)
                   ADD LOAN-REMAINING-BALANCE TO
                       WS-CUR-GRD-BALANCE(WS-CUR-IDX, WS-GRD-IDX)
                   ADD WS-PROVISION TO
                       WS-CUR-GRD-PROVISION(WS-CUR-IDX, WS-GRD-IDX)
               END-IF
               MOVE LOAN-ACCOUNT-ID TO WS-PD-CONTRACT
               MOVE WS-LOAN-CPF TO WS-PD-CPF
               MOVE WS-LOAN-CURRENCY TO WS-PD-CURRENCY
               MOVE LOAN-REMAINING-BALANCE TO WS-PD-BALANCE
               MOVE WS-DAYS-PAST-DUE TO WS-PD-DAYS
               MOVE WS-GRD-CODE(WS-GRD-IDX) TO WS-PD-GRADE
               MOVE WS-GRD-RATE(WS-GRD-IDX) TO WS-PD-RATE
               MOVE SPACES TO WS-PD-NOTE
               IF WS-PEOPLE-EXISTS = 'N' THEN
                   MOVE 'SEM CPF' TO WS-PD-NOTE
               END-IF
               PERFORM 3700-WRITE-DETAIL
               IF WS-PEOPLE-EXISTS = 'N' THEN
                   MOVE LOAN-ACCOUNT-ID TO WS-PE-CONTRACT
                   MOVE WS-LOAN-CURRENCY TO WS-PE-CURRENCY
                   MOVE 'TOMADOR SEM CPF - FORA DA REMESSA DE CREDITO'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               ELSE
                   PERFORM 3400-WRITE-EXPORT
               END-IF
           END-IF.

       3100-LOOKUP-BORROWER.
           MOVE 'N' TO WS-PEOPLE-EXISTS
           MOVE ZERO TO WS-LOAN-CPF
           MOVE LOAN-ACCOUNT-ID TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
               MOVE 'N' TO WS-ACCOUNT-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-ACCOUNT-EXISTS
           END-READ
           IF WS-ACCOUNT-EXISTS = 'Y' THEN
               MOVE ACCOUNT-CURRENCY TO WS-LOAN-CURRENCY
               MOVE ACCOUNT-PEOPLE-ID TO PEOPLE-RW-ID
               READ PEOPLE-RW
                   KEY IS PEOPLE-RW-ID
                   INVALID KEY
                   MOVE 'N' TO WS-PEOPLE-EXISTS
                   NOT INVALID KEY
                   MOVE 'Y' TO WS-PEOPLE-EXISTS
               END-READ
               IF WS-PEOPLE-EXISTS = 'Y' THEN
                   IF PEOPLE-RW-CPF = ZERO THEN
                       MOVE 'N' TO WS-PEOPLE-EXISTS
                   ELSE
                       MOVE PEOPLE-RW-CPF TO WS-LOAN-CPF
                   END-IF
               END-IF
           END-IF.

       3200-ASSIGN-GRADE.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           IF LOAN-PAST-DUE > ZERO AND
              LOAN-PAST-DUE-DATE > ZERO AND
              LOAN-PAST-DUE-DATE < WS-BUSINESS-DATE THEN
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
                   FUNCTION INTEGER-OF-DATE(LOAN-PAST-DUE-DATE)
           END-IF
           IF WS-DAYS-PAST-DUE = ZERO AND
              LOAN-MISSED-COUNT = ZERO THEN
               MOVE 1 TO WS-GRD-IDX
           ELSE
               MOVE 2 TO WS-GRD-IDX
               PERFORM UNTIL WS-GRD-IDX = WS-GRD-MAX OR
                   WS-DAYS-PAST-DUE NOT > WS-GRD-MAX-DAYS(WS-GRD-IDX)
                   ADD 1 TO WS-GRD-IDX
               END-PERFORM
           END-IF.

       3300-UPDATE-PROVISION.
           MOVE LOAN-ACCOUNT-ID TO PROV-ACCOUNT-ID
           READ LOAN-PROVISION
               KEY IS PROV-ACCOUNT-ID
               INVALID KEY
               MOVE 'N' TO WS-PROV-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-PROV-EXISTS
           END-READ
           IF WS-PROV-EXISTS = 'N' THEN
               MOVE LOAN-ACCOUNT-ID TO PROV-ACCOUNT-ID
               MOVE ZERO TO PROV-PRIOR-PERIOD
               MOVE SPACES TO PROV-PRIOR-GRADE
               MOVE ZERO TO PROV-PRIOR-AMOUNT
           ELSE
               IF PROV-PERIOD NOT = WS-PROV-RUN-PERIOD THEN
                   MOVE PROV-PERIOD TO PROV-PRIOR-PERIOD
                   MOVE PROV-GRADE TO PROV-PRIOR-GRADE
                   MOVE PROV-AMOUNT TO PROV-PRIOR-AMOUNT
               END-IF
           END-IF
           MOVE PROV-PRIOR-AMOUNT TO WS-PRIOR-PROVISION
           MOVE PROV-PRIOR-GRADE TO WS-PRIOR-GRADE
           MOVE WS-PROV-RUN-PERIOD TO PROV-PERIOD
           MOVE WS-LOAN-CURRENCY TO PROV-CURRENCY
           MOVE WS-GRD-CODE(WS-GRD-IDX) TO PROV-GRADE
           MOVE WS-GRD-RATE(WS-GRD-IDX) TO PROV-RATE
           MOVE WS-DAYS-PAST-DUE TO PROV-DAYS-PAST-DUE
           MOVE LOAN-REMAINING-BALANCE TO PROV-BALANCE
           MOVE WS-PROVISION TO PROV-AMOUNT
           MOVE 'A' TO PROV-STATUS
           IF WS-PROV-EXISTS = 'N' THEN
               WRITE LOAN-PROVISION-RECORD
                   INVALID KEY
                   PERFORM 3350-PROVISION-ERROR
               END-WRITE
           ELSE
               REWRITE LOAN-PROVISION-RECORD
                   INVALID KEY
                   PERFORM 3350-PROVISION-ERROR
               END-REWRITE
           END-IF.

       3350-PROVISION-ERROR.
           DISPLAY 'LOANPROV: ERRO AO GRAVAR PROVISAO DO CONTRATO '
               LOAN-ACCOUNT-ID ' STATUS ' WS-PROV-FS
           MOVE 'Y' TO WS-PROV-FAILED
           MOVE 'Y' TO WS-EOF.

       3400-WRITE-EXPORT.
           MOVE SPACES TO CREDIT-EXPORT-RECORD
           MOVE 'D' TO CRX-RECORD-TYPE
           MOVE WS-PROV-RUN-PERIOD TO CRX-PERIOD
           MOVE WS-LOAN-CPF TO CRX-CPF
           MOVE ACCOUNT-PEOPLE-ID TO CRX-PEOPLE-ID
           MOVE LOAN-ACCOUNT-ID TO CRX-CONTRACT
           MOVE LOAN-DATE TO CRX-CONTRACT-DATE
           MOVE WS-LOAN-CURRENCY TO CRX-CURRENCY
           MOVE LOAN-REMAINING-BALANCE TO CRX-BALANCE
           MOVE WS-GRD-CODE(WS-GRD-IDX) TO CRX-GRADE
           MOVE WS-DAYS-PAST-DUE TO CRX-DAYS-PAST-DUE
           MOVE ZERO TO CRX-OVERDUE-01-14
           MOVE ZERO TO CRX-OVERDUE-15-30
           MOVE ZERO TO CRX-OVERDUE-31-60
           MOVE ZERO TO CRX-OVERDUE-61-90
           MOVE ZERO TO CRX-OVERDUE-91-180
           MOVE ZERO TO CRX-OVERDUE-181-360
           MOVE ZERO TO CRX-OVERDUE-OVER-360
           MOVE WS-PROVISION TO CRX-PROVISION
           MOVE ZERO TO WS-TO-FALL-DUE
           IF LOAN-REMAINING-BALANCE > LOAN-PAST-DUE THEN
               COMPUTE WS-TO-FALL-DUE =
                   LOAN-REMAINING-BALANCE - LOAN-PAST-DUE
           END-IF
           MOVE WS-TO-FALL-DUE TO CRX-TO-FALL-DUE
           IF WS-DAYS-PAST-DUE > ZERO THEN
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE < 15
                       MOVE LOAN-PAST-DUE TO CRX-OVERDUE-01-14
                   WHEN WS-DAYS-PAST-DUE < 31
                       MOVE LOAN-PAST-DUE TO CRX-OVERDUE-15-30
                   WHEN WS-DAYS-PAST-DUE < 61
                       MOVE LOAN-PAST-DUE TO CRX-OVERDUE-31-60
                   WHEN WS-DAYS-PAST-DUE < 91
                       MOVE LOAN-PAST-DUE TO CRX-OVERDUE-61-90
                   WHEN WS-DAYS-PAST-DUE < 181
                       MOVE LOAN-PAST-DUE TO CRX-OVERDUE-91-180
                   WHEN WS-DAYS-PAST-DUE < 361
                       MOVE LOAN-PAST-DUE TO CRX-OVERDUE-181-360
                   WHEN OTHER
                       MOVE LOAN-PAST-DUE TO CRX-OVERDUE-OVER-360
               END-EVALUATE
           ELSE
               COMPUTE CRX-TO-FALL-DUE =
                   WS-TO-FALL-DUE + LOAN-PAST-DUE
           END-IF
           WRITE CREDIT-EXPORT-RECORD
           ADD 1 TO WS-EXPORT-COUNT
           IF WS-CUR-FOUND = 'Y' THEN
               ADD 1 TO WS-CUR-EXP-COUNT(WS-CUR-IDX)
               ADD LOAN-REMAINING-BALANCE TO
                   WS-CUR-EXP-BALANCE(WS-CUR-IDX)
               ADD WS-PROVISION TO WS-CUR-EXP-PROVISION(WS-CUR-IDX)
           END-IF.

       3500-ACCUMULATE-CHANGE.
           MOVE WS-LOAN-CURRENCY TO WS-POST-CURRENCY
           PERFORM 3550-FIND-CURRENCY-ENTRY
           IF WS-CUR-FOUND = 'N' THEN
               MOVE PROV-ACCOUNT-ID TO WS-PE-CONTRACT
               MOVE WS-POST-CURRENCY TO WS-PE-CURRENCY
               MOVE 'TABELA DE MOEDAS CHEIA' TO WS-EXCEPTION-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           ELSE
               IF WS-PRIOR-GRADE NOT = SPACES THEN
                   PERFORM 3600-FIND-PRIOR-GRADE
                   IF WS-GRD-FOUND = 'Y' THEN
                       ADD WS-PRIOR-PROVISION TO
                           WS-CUR-GRD-PRIOR(WS-CUR-IDX,
                               WS-GRD-PRIOR-IDX)
                   END-IF
               END-IF
               IF WS-PROV-CHANGE > ZERO THEN
                   ADD WS-PROV-CHANGE TO WS-CUR-INCREASE(WS-CUR-IDX)
                   ADD 1 TO WS-CUR-INC-COUNT(WS-CUR-IDX)
               ELSE
               IF WS-PROV-CHANGE < ZERO THEN
                   COMPUTE WS-CHANGE-ABS = WS-PROV-CHANGE * -1
                   ADD WS-CHANGE-ABS TO WS-CUR-DECREASE(WS-CUR-IDX)
                   ADD 1 TO WS-CUR-DEC-COUNT(WS-CUR-IDX)
               END-IF
               END-IF
           END-IF.

       3550-FIND-CURRENCY-ENTRY.
           MOVE 'N' TO WS-CUR-FOUND
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-FOUND = 'Y' OR
               WS-CUR-IDX > WS-CUR-USED
               IF WS-CUR-CURRENCY(WS-CUR-IDX) = WS-POST-CURRENCY THEN
                   MOVE 'Y' TO WS-CUR-FOUND
               ELSE
                   ADD 1 TO WS-CUR-IDX
               END-IF
           END-PERFORM
           IF WS-CUR-FOUND = 'N' THEN
               IF WS-CUR-USED < WS-CUR-MAX THEN
                   ADD 1 TO WS-CUR-USED
                   MOVE WS-CUR-USED TO WS-CUR-IDX
                   INITIALIZE WS-CUR-ENTRY(WS-CUR-IDX)
                   MOVE WS-POST-CURRENCY TO
                       WS-CUR-CURRENCY(WS-CUR-IDX)
                   MOVE 'Y' TO WS-CUR-FOUND
               ELSE
                   DISPLAY 'LOANPROV: TABELA DE MOEDAS CHEIA'
               END-IF
           END-IF.

       3600-FIND-PRIOR-GRADE.
           MOVE 'N' TO WS-GRD-FOUND
           MOVE 1 TO WS-GRD-PRIOR-IDX
           PERFORM UNTIL WS-GRD-FOUND = 'Y' OR
               WS-GRD-PRIOR-IDX > WS-GRD-MAX
               IF WS-GRD-CODE(WS-GRD-PRIOR-IDX) = WS-PRIOR-GRADE THEN
                   MOVE 'Y' TO WS-GRD-FOUND
               ELSE
                   ADD 1 TO WS-GRD-PRIOR-IDX
               END-IF
           END-PERFORM.

       3700-WRITE-DETAIL.
           MOVE WS-PROVISION TO WS-PD-PROVISION
           MOVE WS-PRIOR-PROVISION TO WS-PD-PRIOR
           MOVE WS-PROV-CHANGE TO WS-PD-CHANGE
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-DETAIL.

       4000-RELEASE-SETTLED.
           MOVE ZERO TO PROV-ACCOUNT-ID
           MOVE 'N' TO WS-SCAN-EOF
           START LOAN-PROVISION KEY NOT < PROV-ACCOUNT-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ LOAN-PROVISION NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PROV-STATUS = 'A' AND
                          PROV-PERIOD < WS-PROV-RUN-PERIOD THEN
                           MOVE PROV-PERIOD TO PROV-PRIOR-PERIOD
                           MOVE PROV-GRADE TO PROV-PRIOR-GRADE
                           MOVE PROV-AMOUNT TO PROV-PRIOR-AMOUNT
                           MOVE WS-PROV-RUN-PERIOD TO PROV-PERIOD
                           MOVE SPACES TO PROV-GRADE
                           MOVE ZERO TO PROV-RATE
                           MOVE ZERO TO PROV-DAYS-PAST-DUE
                           MOVE ZERO TO PROV-BALANCE
                           MOVE ZERO TO PROV-AMOUNT
                           MOVE 'L' TO PROV-STATUS
                           REWRITE LOAN-PROVISION-RECORD
                           PERFORM 4100-RELEASE-ENTRY
                       ELSE
                       IF PROV-STATUS = 'L' AND
                          PROV-PERIOD = WS-PROV-RUN-PERIOD AND
                          PROV-PRIOR-AMOUNT > ZERO THEN
                           PERFORM 4100-RELEASE-ENTRY
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4100-RELEASE-ENTRY.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE ZERO TO WS-PROVISION
           MOVE PROV-PRIOR-AMOUNT TO WS-PRIOR-PROVISION
           MOVE PROV-PRIOR-GRADE TO WS-PRIOR-GRADE
           MOVE PROV-CURRENCY TO WS-LOAN-CURRENCY
           COMPUTE WS-PROV-CHANGE = ZERO - WS-PRIOR-PROVISION
           PERFORM 3500-ACCUMULATE-CHANGE
           MOVE PROV-ACCOUNT-ID TO WS-PD-CONTRACT
           MOVE ZERO TO WS-PD-CPF
           MOVE PROV-CURRENCY TO WS-PD-CURRENCY
           MOVE ZERO TO WS-PD-BALANCE
           MOVE ZERO TO WS-PD-DAYS
           MOVE '--' TO WS-PD-GRADE
           MOVE ZERO TO WS-PD-RATE
           MOVE 'LIQUIDADO' TO WS-PD-NOTE
           PERFORM 3700-WRITE-DETAIL.

       5000-POST-GL.
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-IDX > WS-CUR-USED
               MOVE WS-CUR-CURRENCY(WS-CUR-IDX) TO WS-POST-CURRENCY
               PERFORM 5100-FIND-MAPPING
               IF WS-CUR-INCREASE(WS-CUR-IDX) = ZERO AND
                  WS-CUR-DECREASE(WS-CUR-IDX) = ZERO THEN
                   CONTINUE
               ELSE
               IF WS-MAP-BEST = ZERO THEN
                   MOVE ZERO TO WS-PE-CONTRACT
                   MOVE WS-POST-CURRENCY TO WS-PE-CURRENCY
                   MOVE 'MOEDA SEM MAPEAMENTO DA PROVISAO NO PLANO'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               ELSE
                   IF WS-CUR-INCREASE(WS-CUR-IDX) > ZERO THEN
                       MOVE WS-MAP-DEBIT(WS-MAP-BEST) TO
                           WS-DEBIT-ACCOUNT
                       MOVE WS-MAP-CREDIT(WS-MAP-BEST) TO
                           WS-CREDIT-ACCOUNT
                       MOVE WS-CUR-INCREASE(WS-CUR-IDX) TO
                           WS-CHANGE-ABS
                       PERFORM 5200-POST-ENTRY
                   END-IF
                   IF WS-CUR-DECREASE(WS-CUR-IDX) > ZERO THEN
                       MOVE WS-MAP-CREDIT(WS-MAP-BEST) TO
                           WS-DEBIT-ACCOUNT
                       MOVE WS-MAP-DEBIT(WS-MAP-BEST) TO
                           WS-CREDIT-ACCOUNT
                       MOVE WS-CUR-DECREASE(WS-CUR-IDX) TO
                           WS-CHANGE-ABS
                       PERFORM 5200-POST-ENTRY
                   END-IF
               END-IF
               END-IF
               ADD 1 TO WS-CUR-IDX
           END-PERFORM
           MOVE 'S' TO WS-BALANCED
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-TABLE-USED
               MOVE WS-TBL-CURRENCY(WS-IDX) TO WS-POST-CURRENCY
               PERFORM 3550-FIND-CURRENCY-ENTRY
               IF WS-CUR-FOUND = 'Y' THEN
                   ADD WS-TBL-DEBIT(WS-IDX) TO
                       WS-CUR-GL-DEBIT(WS-CUR-IDX)
                   ADD WS-TBL-CREDIT(WS-IDX) TO
                       WS-CUR-GL-CREDIT(WS-CUR-IDX)
                   ADD 1 TO WS-CUR-GL-LINES(WS-CUR-IDX)
               ELSE
                   MOVE 'N' TO WS-BALANCED
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-IDX > WS-CUR-USED
               IF WS-CUR-GL-DEBIT(WS-CUR-IDX) NOT =
                   WS-CUR-GL-CREDIT(WS-CUR-IDX) THEN
                   MOVE 'N' TO WS-BALANCED
               END-IF
               ADD 1 TO WS-CUR-IDX
           END-PERFORM.

       5100-FIND-MAPPING.
           MOVE ZERO TO WS-MAP-BEST
           MOVE ZERO TO WS-MAP-BEST-SCORE
           MOVE 1 TO WS-MAP-IDX
           PERFORM UNTIL WS-MAP-IDX > WS-MAP-USED
               MOVE ZERO TO WS-MAP-SCORE
               IF WS-MAP-CURRENCY(WS-MAP-IDX) = WS-POST-CURRENCY THEN
                   MOVE 2 TO WS-MAP-SCORE
               ELSE
                   IF WS-MAP-CURRENCY(WS-MAP-IDX) = '***' THEN
                       MOVE 1 TO WS-MAP-SCORE
                   END-IF
               END-IF
               IF WS-MAP-SCORE > WS-MAP-BEST-SCORE THEN
                   MOVE WS-MAP-IDX TO WS-MAP-BEST
                   MOVE WS-MAP-SCORE TO WS-MAP-BEST-SCORE
               END-IF
               ADD 1 TO WS-MAP-IDX
           END-PERFORM.

       5200-POST-ENTRY.
           MOVE WS-DEBIT-ACCOUNT TO WS-POST-ACCOUNT
           PERFORM 5300-FIND-GL-ENTRY
           IF WS-FOUND = 'Y' THEN
               ADD WS-CHANGE-ABS TO WS-TBL-DEBIT(WS-IDX)
               ADD 1 TO WS-TBL-COUNT(WS-IDX)
               MOVE WS-CREDIT-ACCOUNT TO WS-POST-ACCOUNT
               PERFORM 5300-FIND-GL-ENTRY
               IF WS-FOUND = 'Y' THEN
                   ADD WS-CHANGE-ABS TO WS-TBL-CREDIT(WS-IDX)
                   ADD 1 TO WS-TBL-COUNT(WS-IDX)
               ELSE
                   MOVE WS-DEBIT-ACCOUNT TO WS-POST-ACCOUNT
                   PERFORM 5300-FIND-GL-ENTRY
                   SUBTRACT WS-CHANGE-ABS FROM WS-TBL-DEBIT(WS-IDX)
                   SUBTRACT 1 FROM WS-TBL-COUNT(WS-IDX)
                   MOVE ZERO TO WS-PE-CONTRACT
                   MOVE WS-POST-CURRENCY TO WS-PE-CURRENCY
                   MOVE 'TABELA DE CONTAS CONTABEIS CHEIA'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE ZERO TO WS-PE-CONTRACT
               MOVE WS-POST-CURRENCY TO WS-PE-CURRENCY
               MOVE 'TABELA DE CONTAS CONTABEIS CHEIA'
                   TO WS-EXCEPTION-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       5300-FIND-GL-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-FOUND = 'Y' OR WS-IDX > WS-TABLE-USED
               IF WS-TBL-GL-ACCOUNT(WS-IDX) = WS-POST-ACCOUNT AND
                  WS-TBL-CURRENCY(WS-IDX) = WS-POST-CURRENCY THEN
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
                   MOVE WS-POST-CURRENCY TO WS-TBL-CURRENCY(WS-IDX)
                   MOVE ZERO TO WS-TBL-DEBIT(WS-IDX)
                   MOVE ZERO TO WS-TBL-CREDIT(WS-IDX)
                   MOVE ZERO TO WS-TBL-COUNT(WS-IDX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   DISPLAY 'LOANPROV: TABELA DE CONTAS CONTABEIS CHEIA'
               END-IF
           END-IF.

       6000-WRITE-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'H' TO GLJ-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO GLJ-BUSINESS-DATE
           MOVE ZERO TO GLJ-DEBIT
           MOVE ZERO TO GLJ-CREDIT
           MOVE ZERO TO GLJ-ENTRY-COUNT
           MOVE 'LOANPROV' TO GLJ-SOURCE
           WRITE GL-JOURNAL-RECORD
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-TABLE-USED
               MOVE 'D' TO GLJ-RECORD-TYPE
               MOVE WS-BUSINESS-DATE TO GLJ-BUSINESS-DATE
               MOVE WS-TBL-GL-ACCOUNT(WS-IDX) TO GLJ-GL-ACCOUNT
               MOVE WS-TBL-CURRENCY(WS-IDX) TO GLJ-CURRENCY
               MOVE WS-TBL-DEBIT(WS-IDX) TO GLJ-DEBIT
               MOVE WS-TBL-CREDIT(WS-IDX) TO GLJ-CREDIT
               MOVE WS-TBL-COUNT(WS-IDX) TO GLJ-ENTRY-COUNT
               MOVE 'LOANPROV' TO GLJ-SOURCE
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-IDX
           END-PERFORM
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-IDX > WS-CUR-USED
               IF WS-CUR-GL-LINES(WS-CUR-IDX) > ZERO THEN
                   MOVE SPACES TO GL-JOURNAL-TRAILER
                   MOVE 'T' TO GLJ-TRL-TYPE
                   MOVE WS-BUSINESS-DATE TO GLJ-TRL-BUSINESS-DATE
                   MOVE WS-CUR-CURRENCY(WS-CUR-IDX) TO
                       GLJ-TRL-CURRENCY
                   MOVE WS-CUR-GL-LINES(WS-CUR-IDX) TO
                       GLJ-TRL-LINE-COUNT
                   MOVE WS-CUR-GL-DEBIT(WS-CUR-IDX) TO
                       GLJ-TRL-TOTAL-DEBIT
                   MOVE WS-CUR-GL-CREDIT(WS-CUR-IDX) TO
                       GLJ-TRL-TOTAL-CREDIT
                   IF WS-CUR-GL-DEBIT(WS-CUR-IDX) =
                       WS-CUR-GL-CREDIT(WS-CUR-IDX) THEN
                       MOVE 'S' TO GLJ-TRL-BALANCED
                   ELSE
                       MOVE 'N' TO GLJ-TRL-BALANCED
                   END-IF
                   WRITE GL-JOURNAL-TRAILER
                   ADD 1 TO WS-GL-TRAILER-COUNT
               END-IF
               ADD 1 TO WS-CUR-IDX
           END-PERFORM
           IF WS-GL-TRAILER-COUNT = ZERO THEN
               MOVE SPACES TO GL-JOURNAL-TRAILER
               MOVE 'T' TO GLJ-TRL-TYPE
               MOVE WS-BUSINESS-DATE TO GLJ-TRL-BUSINESS-DATE
               MOVE WS-LINE-COUNT TO GLJ-TRL-LINE-COUNT
               MOVE ZERO TO GLJ-TRL-TOTAL-DEBIT
               MOVE ZERO TO GLJ-TRL-TOTAL-CREDIT
               MOVE WS-BALANCED TO GLJ-TRL-BALANCED
               WRITE GL-JOURNAL-TRAILER
           END-IF
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-IDX > WS-CUR-USED
               IF WS-CUR-EXP-COUNT(WS-CUR-IDX) > ZERO THEN
                   MOVE SPACES TO CREDIT-EXPORT-TRAILER
                   MOVE 'T' TO CRX-TRL-TYPE
                   MOVE WS-PROV-RUN-PERIOD TO CRX-TRL-PERIOD
                   MOVE WS-CUR-CURRENCY(WS-CUR-IDX) TO
                       CRX-TRL-CURRENCY
                   MOVE WS-CUR-EXP-COUNT(WS-CUR-IDX) TO
                       CRX-TRL-RECORD-COUNT
                   MOVE WS-CUR-EXP-BALANCE(WS-CUR-IDX) TO
                       CRX-TRL-TOTAL-BALANCE
                   MOVE WS-CUR-EXP-PROVISION(WS-CUR-IDX) TO
                       CRX-TRL-TOTAL-PROVISION
                   WRITE CREDIT-EXPORT-TRAILER
                   ADD 1 TO WS-TRAILER-COUNT
               END-IF
               ADD 1 TO WS-CUR-IDX
           END-PERFORM
           IF WS-TRAILER-COUNT = ZERO THEN
               MOVE SPACES TO CREDIT-EXPORT-TRAILER
               MOVE 'T' TO CRX-TRL-TYPE
               MOVE WS-PROV-RUN-PERIOD TO CRX-TRL-PERIOD
               MOVE ZERO TO CRX-TRL-RECORD-COUNT
               MOVE ZERO TO CRX-TRL-TOTAL-BALANCE
               MOVE ZERO TO CRX-TRL-TOTAL-PROVISION
               WRITE CREDIT-EXPORT-TRAILER
           END-IF.

       7000-WRITE-TOTALS.
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-IDX > WS-CUR-USED
               PERFORM 7100-WRITE-CURRENCY-GRADES
               ADD 1 TO WS-CUR-IDX
           END-PERFORM
           MOVE SPACES TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           MOVE 1 TO WS-CUR-IDX
           PERFORM UNTIL WS-CUR-IDX > WS-CUR-USED
               MOVE WS-CUR-CURRENCY(WS-CUR-IDX) TO WS-RP-CURRENCY
               MOVE WS-CUR-INCREASE(WS-CUR-IDX) TO WS-RP-INCREASE
               MOVE WS-CUR-DECREASE(WS-CUR-IDX) TO WS-RP-DECREASE
               WRITE PROVISION-REPORT-LINE FROM WS-RPT-POSTING
               ADD 1 TO WS-CUR-IDX
           END-PERFORM
           MOVE WS-LOAN-COUNT TO WS-RS-LOANS
           MOVE WS-RELEASED-COUNT TO WS-RS-RELEASED
           MOVE WS-EXCEPTION-COUNT TO WS-RS-EXCEPTIONS
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-SUMMARY.

       7100-WRITE-CURRENCY-GRADES.
           MOVE ZERO TO WS-TOTAL-COUNT
           MOVE ZERO TO WS-TOTAL-BALANCE
           MOVE ZERO TO WS-TOTAL-PROVISION
           MOVE ZERO TO WS-TOTAL-PRIOR
           MOVE WS-CUR-CURRENCY(WS-CUR-IDX) TO WS-GH-CURRENCY
           MOVE SPACES TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-GRADE-HEADER
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-GRADE-COLUMNS
           MOVE 1 TO WS-GRD-IDX
           PERFORM UNTIL WS-GRD-IDX > WS-GRD-MAX
               MOVE WS-GRD-CODE(WS-GRD-IDX) TO WS-GT-GRADE
               MOVE WS-GRD-RATE(WS-GRD-IDX) TO WS-GT-RATE
               MOVE WS-CUR-GRD-COUNT(WS-CUR-IDX, WS-GRD-IDX) TO
                   WS-GT-COUNT
               MOVE WS-CUR-GRD-BALANCE(WS-CUR-IDX, WS-GRD-IDX) TO
                   WS-GT-BALANCE
               MOVE WS-CUR-GRD-PROVISION(WS-CUR-IDX, WS-GRD-IDX) TO
                   WS-GT-PROVISION
               MOVE WS-CUR-GRD-PRIOR(WS-CUR-IDX, WS-GRD-IDX) TO
                   WS-GT-PRIOR
               COMPUTE WS-GT-CHANGE =
                   WS-CUR-GRD-PROVISION(WS-CUR-IDX, WS-GRD-IDX) -
                   WS-CUR-GRD-PRIOR(WS-CUR-IDX, WS-GRD-IDX)
               WRITE PROVISION-REPORT-LINE FROM WS-RPT-GRADE-LINE
               ADD WS-CUR-GRD-COUNT(WS-CUR-IDX, WS-GRD-IDX) TO
                   WS-TOTAL-COUNT
               ADD WS-CUR-GRD-BALANCE(WS-CUR-IDX, WS-GRD-IDX) TO
                   WS-TOTAL-BALANCE
               ADD WS-CUR-GRD-PROVISION(WS-CUR-IDX, WS-GRD-IDX) TO
                   WS-TOTAL-PROVISION
               ADD WS-CUR-GRD-PRIOR(WS-CUR-IDX, WS-GRD-IDX) TO
                   WS-TOTAL-PRIOR
               ADD 1 TO WS-GRD-IDX
           END-PERFORM
           COMPUTE WS-TOTAL-CHANGE = WS-TOTAL-PROVISION - WS-TOTAL-PRIOR
           MOVE WS-TOTAL-COUNT TO WS-GG-COUNT
           MOVE WS-TOTAL-BALANCE TO WS-GG-BALANCE
           MOVE WS-TOTAL-PROVISION TO WS-GG-PROVISION
           MOVE WS-TOTAL-PRIOR TO WS-GG-PRIOR
           MOVE WS-TOTAL-CHANGE TO WS-GG-CHANGE
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-GRADE-TOTAL
           DISPLAY 'LOANPROV: PROVISAO TOTAL '
               WS-CUR-CURRENCY(WS-CUR-IDX) ' ' WS-TOTAL-PROVISION.

       8000-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-TEXT TO WS-PE-TEXT
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-EXCEPTION
           ADD 1 TO WS-EXCEPTION-COUNT.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-LOAN
           CLOSE ACCOUNT
           CLOSE PEOPLE-RW
           CLOSE LOAN-PROVISION
           CLOSE GL-JOURNAL
           CLOSE CREDIT-EXPORT
           CLOSE PROVISION-REPORT.
