       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXTEDIN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT INBOUND-PAYMENT ASSIGN TO
                 'input/interbank_inbound.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INBOUND-FS.
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
             SELECT PIX-KEY ASSIGN TO 'storage/pix_key.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PIXK-KEY
             FILE STATUS IS WS-PIXKEY-FS.
             SELECT ACCOUNT-LEDGER ASSIGN TO 'storage/ledger.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS LEDGER-KEY
             FILE STATUS IS WS-LEDGER-FS.
             SELECT PROCESSED-PAYMENT ASSIGN TO
                 'storage/interbank_processed.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS IBX-PAYMENT-ID
             FILE STATUS IS WS-PROCESSED-FS.
             SELECT PAYMENT-RETURN ASSIGN TO
                 'storage/interbank_return.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETURN-FS.
             SELECT INBOUND-REPORT ASSIGN TO
                 'storage/interbank_report.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD INBOUND-PAYMENT.
           COPY IBPAYREC.

           FD ACCOUNT.
           COPY ACCOUNTFD.

           FD PEOPLE-RW.
           COPY PEOPLERW.

           FD PIX-KEY.
           COPY PIXKEYREC.

           FD ACCOUNT-LEDGER.
           COPY LEDGERREC.

           FD PROCESSED-PAYMENT.
           COPY IBPROCREC.

           FD PAYMENT-RETURN.
           COPY IBRETREC.

           FD INBOUND-REPORT.
           01 INBOUND-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-INBOUND-FS PIC X(2).
           01 WS-ACCOUNT-FS PIC X(2).
           01 WS-PEOPLE-FS PIC X(2).
           01 WS-PIXKEY-FS PIC X(2).
           01 WS-LEDGER-FS PIC X(2).
           01 WS-PROCESSED-FS PIC X(2).
           01 WS-RETURN-FS PIC X(2).
           01 WS-REPORT-FS PIC X(2).
           01 WS-LEDGER-WRITTEN PIC A(1).
           01 WS-FILE-OK PIC A(1).
           01 WS-FILE-MESSAGE PIC X(60).
           01 WS-HEADER-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
           01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-DETAIL-AMOUNT PIC 9(15)V99 VALUE ZERO.
           01 WS-TRAILER-RECORDS PIC 9(7) VALUE ZERO.
           01 WS-TRAILER-AMOUNT PIC 9(15)V99 VALUE ZERO.
           01 WS-FILE-DATE PIC 9(8) VALUE ZERO.
           01 WS-FILE-SEQ PIC 9(6) VALUE ZERO.
           01 WS-FILE-SENDER PIC X(8) VALUE SPACES.
           01 WS-FILE-RECEIVER PIC X(8) VALUE SPACES.
           01 WS-NATIONAL-CURRENCY PIC X(3) VALUE 'BRL'.
           01 WS-TARGET-ACCOUNT PIC 9(10).
           01 WS-EXPECTED-CPF PIC 9(11).
           01 WS-RETURN-CODE PIC X(4).
           01 WS-RETURN-TEXT PIC X(40).
           01 WS-RECEIVED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-RECEIVED-AMOUNT PIC 9(15)V99 VALUE ZERO.
           01 WS-CREDITED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-CREDITED-AMOUNT PIC 9(15)V99 VALUE ZERO.
           01 WS-RETURNED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-RETURNED-AMOUNT PIC 9(15)V99 VALUE ZERO.
           01 WS-PIX-COUNT PIC 9(7) VALUE ZERO.
           01 WS-PIX-AMOUNT PIC 9(15)V99 VALUE ZERO.
           01 WS-TED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TED-AMOUNT PIC 9(15)V99 VALUE ZERO.
           01 WS-INVALID-CHANNEL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-INVALID-CHANNEL-AMOUNT PIC 9(15)V99 VALUE ZERO.
           01 WS-ALREADY-PROCESSED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ALREADY-PROCESSED-AMOUNT PIC 9(15)V99 VALUE ZERO.
           01 WS-PAYMENT-PROCESSED PIC A(1).

           01 WS-RETURN-CODES.
               05 WS-RETURN-ACCOUNT-NOT-FOUND PIC X(4) VALUE 'AC03'.
               05 WS-RETURN-ACCOUNT-FROZEN PIC X(4) VALUE 'AC06'.
               05 WS-RETURN-ACCOUNT-CLOSED PIC X(4) VALUE 'AC07'.
               05 WS-RETURN-ACCOUNT-DORMANT PIC X(4) VALUE 'AC13'.
               05 WS-RETURN-KEY-NOT-FOUND PIC X(4) VALUE 'AC14'.
               05 WS-RETURN-INVALID-AMOUNT PIC X(4) VALUE 'AM09'.
               05 WS-RETURN-CURRENCY PIC X(4) VALUE 'AM03'.
               05 WS-RETURN-CPF-MISMATCH PIC X(4) VALUE 'BE01'.
               05 WS-RETURN-INVALID-CHANNEL PIC X(4) VALUE 'AG03'.

           01 WS-RPT-HEADER.
               05 FILLER PIC X(40) VALUE
                   'RECEBIMENTOS INTERBANCARIOS PIX/TED - '.
               05 WS-RH-DATE PIC 9(8).
               05 FILLER PIC X(10) VALUE ' ARQUIVO '.
               05 WS-RH-FILE-SEQ PIC 9(6).
               05 FILLER PIC X(68) VALUE SPACES.

           01 WS-RPT-COLUMNS.
               05 FILLER PIC X(34) VALUE 'IDENTIFICADOR'.
               05 FILLER PIC X(6) VALUE 'CANAL'.
               05 FILLER PIC X(12) VALUE 'CONTA'.
               05 FILLER PIC X(18) VALUE 'VALOR'.
               05 FILLER PIC X(10) VALUE 'RESULTADO'.
               05 FILLER PIC X(52) VALUE 'MOTIVO'.

           01 WS-RPT-DETAIL.
               05 WS-RD-PAYMENT-ID PIC X(32).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RD-CHANNEL PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RD-ACCOUNT-ID PIC 9(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RD-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RD-RESULT PIC X(10).
               05 WS-RD-RETURN-CODE PIC X(5).
               05 WS-RD-RETURN-TEXT PIC X(40).
               05 FILLER PIC X(7) VALUE SPACES.

           01 WS-RPT-TOTAL.
               05 WS-RT-LABEL PIC X(28).
               05 WS-RT-COUNT PIC ZZZZZZ9.
               05 FILLER PIC X(9) VALUE ' VALOR: '.
               05 WS-RT-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(66) VALUE SPACES.

           01 WS-RPT-CONTROL.
               05 FILLER PIC X(28) VALUE
                   'CONFERENCIA COM O ARQUIVO.: '.
               05 WS-RC-RESULT PIC X(104).

           COPY BATCHCOM.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'S' TO BCTL-FUNCTION
           MOVE 'PIXTEDIN' TO BCTL-PROGRAM
           MOVE ZERO TO BCTL-SEQUENCE
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           IF BCTL-STATUS = 'N' THEN
               DISPLAY 'PIXTEDIN: ' BCTL-MESSAGE
               GOBACK
           END-IF
           PERFORM 1000-CHECK-INBOUND-FILE
           IF WS-FILE-OK = 'N' THEN
               DISPLAY 'PIXTEDIN: ' WS-FILE-MESSAGE
               DISPLAY 'PIXTEDIN: ARQUIVO RECUSADO - NENHUM '
                   'PAGAMENTO PROCESSADO'
               MOVE 'E' TO BCTL-FUNCTION
               MOVE 'FALHA' TO BCTL-OUTCOME
               MOVE ZERO TO BCTL-RECORD-COUNT
               CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
               GOBACK
           END-IF
           PERFORM 1500-OPEN-FILES
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INBOUND-PAYMENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IBP-RECORD-TYPE = 'D' THEN
                           PERFORM 3000-PROCESS-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-RETURN-TRAILER
           PERFORM 6000-REPORT-TOTALS
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'PIXTEDIN: ' WS-RECEIVED-COUNT
               ' PAGAMENTOS RECEBIDOS ' WS-RECEIVED-AMOUNT
           DISPLAY 'PIXTEDIN: ' WS-CREDITED-COUNT
               ' PAGAMENTOS CREDITADOS ' WS-CREDITED-AMOUNT
           DISPLAY 'PIXTEDIN: ' WS-RETURNED-COUNT
               ' PAGAMENTOS DEVOLVIDOS ' WS-RETURNED-AMOUNT
           DISPLAY 'PIXTEDIN: ' WS-ALREADY-PROCESSED-COUNT
               ' PAGAMENTOS JA PROCESSADOS ' WS-ALREADY-PROCESSED-AMOUNT
           MOVE 'E' TO BCTL-FUNCTION
           IF WS-RECEIVED-COUNT =
               WS-CREDITED-COUNT + WS-RETURNED-COUNT +
               WS-ALREADY-PROCESSED-COUNT AND
              WS-RECEIVED-AMOUNT =
               WS-CREDITED-AMOUNT + WS-RETURNED-AMOUNT +
               WS-ALREADY-PROCESSED-AMOUNT THEN
               MOVE 'COMPLETO' TO BCTL-OUTCOME
           ELSE
               DISPLAY 'PIXTEDIN: TOTAIS DE CONTROLE NAO CONFEREM'
               MOVE 'FALHA' TO BCTL-OUTCOME
           END-IF
           MOVE WS-CREDITED-COUNT TO BCTL-RECORD-COUNT
           CALL 'BATCHCTL' USING BATCH-CONTROL-AREA
           GOBACK.

       1000-CHECK-INBOUND-FILE.
           MOVE 'Y' TO WS-FILE-OK
           MOVE SPACES TO WS-FILE-MESSAGE
           OPEN INPUT INBOUND-PAYMENT
           IF WS-INBOUND-FS NOT = '00' THEN
               MOVE 'N' TO WS-FILE-OK
               MOVE 'ARQUIVO DE RECEBIMENTOS NAO ENCONTRADO'
                   TO WS-FILE-MESSAGE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INBOUND-PAYMENT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 1100-NOTE-INBOUND-RECORD
                   END-READ
               END-PERFORM
               CLOSE INBOUND-PAYMENT
               PERFORM 1200-VALIDATE-CONTROLS
           END-IF.

       1100-NOTE-INBOUND-RECORD.
           EVALUATE IBP-RECORD-TYPE
               WHEN 'H'
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE IBP-HDR-FILE-DATE TO WS-FILE-DATE
                   MOVE IBP-HDR-FILE-SEQ TO WS-FILE-SEQ
                   MOVE IBP-HDR-SENDER TO WS-FILE-SENDER
                   MOVE IBP-HDR-RECEIVER TO WS-FILE-RECEIVER
               WHEN 'D'
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD IBP-AMOUNT TO WS-DETAIL-AMOUNT
               WHEN 'T'
                   ADD 1 TO WS-TRAILER-COUNT
                   MOVE IBP-TRL-RECORD-COUNT TO WS-TRAILER-RECORDS
                   MOVE IBP-TRL-TOTAL-AMOUNT TO WS-TRAILER-AMOUNT
               WHEN OTHER
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'TIPO DE REGISTRO INVALIDO NO ARQUIVO'
                       TO WS-FILE-MESSAGE
           END-EVALUATE.

       1200-VALIDATE-CONTROLS.
           IF WS-FILE-OK = 'Y' THEN
               IF WS-HEADER-COUNT NOT = 1 OR
                  WS-TRAILER-COUNT NOT = 1 THEN
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'ARQUIVO SEM HEADER OU TRAILER UNICO'
                       TO WS-FILE-MESSAGE
               ELSE
               IF WS-FILE-DATE NOT = BCTL-BUSINESS-DATE THEN
                   MOVE 'N' TO WS-FILE-OK
                   STRING 'DATA DO ARQUIVO ' WS-FILE-DATE
                       ' DIFERE DA DATA DE MOVIMENTO'
                       DELIMITED BY SIZE INTO WS-FILE-MESSAGE
               ELSE
               IF WS-TRAILER-RECORDS NOT = WS-DETAIL-COUNT OR
                  WS-TRAILER-AMOUNT NOT = WS-DETAIL-AMOUNT THEN
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'TRAILER NAO CONFERE COM OS DETALHES'
                       TO WS-FILE-MESSAGE
               END-IF
               END-IF
               END-IF
           END-IF.

       1500-OPEN-FILES.
           OPEN INPUT INBOUND-PAYMENT
           OPEN I-O ACCOUNT
           OPEN INPUT PEOPLE-RW
           OPEN INPUT PIX-KEY
           IF WS-PIXKEY-FS = '35' THEN
               OPEN OUTPUT PIX-KEY
               CLOSE PIX-KEY
               OPEN INPUT PIX-KEY
           END-IF
           PERFORM 1600-OPEN-LEDGER
           PERFORM 1700-OPEN-PROCESSED
           OPEN OUTPUT PAYMENT-RETURN
           MOVE 'H' TO IBR-HDR-TYPE
           MOVE BCTL-BUSINESS-DATE TO IBR-HDR-FILE-DATE
           MOVE WS-FILE-SEQ TO IBR-HDR-FILE-SEQ
           MOVE WS-FILE-RECEIVER TO IBR-HDR-SENDER
           MOVE WS-FILE-SENDER TO IBR-HDR-RECEIVER
           WRITE PAYMENT-RETURN-HEADER
           OPEN OUTPUT INBOUND-REPORT
           MOVE BCTL-BUSINESS-DATE TO WS-RH-DATE
           MOVE WS-FILE-SEQ TO WS-RH-FILE-SEQ
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-HEADER
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-COLUMNS.

       1600-OPEN-LEDGER.
           OPEN I-O ACCOUNT-LEDGER
           IF WS-LEDGER-FS = '35' THEN
               OPEN OUTPUT ACCOUNT-LEDGER
               CLOSE ACCOUNT-LEDGER
               OPEN I-O ACCOUNT-LEDGER
           END-IF.

       1700-OPEN-PROCESSED.
           OPEN I-O PROCESSED-PAYMENT
           IF WS-PROCESSED-FS = '35' THEN
               OPEN OUTPUT PROCESSED-PAYMENT
               CLOSE PROCESSED-PAYMENT
               OPEN I-O PROCESSED-PAYMENT
           END-IF.

       3000-PROCESS-PAYMENT.
           ADD 1 TO WS-RECEIVED-COUNT
           ADD IBP-AMOUNT TO WS-RECEIVED-AMOUNT
           MOVE SPACES TO WS-RETURN-CODE
           MOVE SPACES TO WS-RETURN-TEXT
           MOVE ZERO TO WS-TARGET-ACCOUNT
           EVALUATE IBP-CHANNEL
               WHEN 'P'
                   ADD 1 TO WS-PIX-COUNT
                   ADD IBP-AMOUNT TO WS-PIX-AMOUNT
                   MOVE 'PIX' TO WS-RD-CHANNEL
               WHEN 'T'
                   ADD 1 TO WS-TED-COUNT
                   ADD IBP-AMOUNT TO WS-TED-AMOUNT
                   MOVE 'TED' TO WS-RD-CHANNEL
               WHEN OTHER
                   ADD 1 TO WS-INVALID-CHANNEL-COUNT
                   ADD IBP-AMOUNT TO WS-INVALID-CHANNEL-AMOUNT
                   MOVE IBP-CHANNEL TO WS-RD-CHANNEL
                   MOVE WS-RETURN-INVALID-CHANNEL TO WS-RETURN-CODE
                   MOVE 'CANAL DE PAGAMENTO INVALIDO' TO WS-RETURN-TEXT
           END-EVALUATE
           PERFORM 3050-CHECK-PROCESSED
           IF WS-PAYMENT-PROCESSED = 'Y' THEN
               PERFORM 3600-SKIP-PROCESSED
           ELSE
               PERFORM 3010-VALIDATE-PAYMENT
           END-IF.

       3010-VALIDATE-PAYMENT.
           IF WS-RETURN-CODE = SPACES THEN
               IF IBP-AMOUNT = ZERO THEN
                   MOVE WS-RETURN-INVALID-AMOUNT TO WS-RETURN-CODE
                   MOVE 'VALOR DO PAGAMENTO INVALIDO'
                       TO WS-RETURN-TEXT
               ELSE
                   PERFORM 3100-RESOLVE-BENEFICIARY
               END-IF
           END-IF
           IF WS-RETURN-CODE = SPACES THEN
               PERFORM 3200-CHECK-ACCOUNT
           END-IF
           IF WS-RETURN-CODE = SPACES THEN
               PERFORM 3300-CREDIT-ACCOUNT
           ELSE
               PERFORM 3500-RETURN-PAYMENT
           END-IF.

       3050-CHECK-PROCESSED.
           MOVE IBP-PAYMENT-ID TO IBX-PAYMENT-ID
           READ PROCESSED-PAYMENT
               KEY IS IBX-PAYMENT-ID
               INVALID KEY
               MOVE 'N' TO WS-PAYMENT-PROCESSED
               NOT INVALID KEY
               MOVE 'Y' TO WS-PAYMENT-PROCESSED
           END-READ.

       3100-RESOLVE-BENEFICIARY.
           MOVE IBP-BENEF-CPF TO WS-EXPECTED-CPF
           IF IBP-PIX-KEY NOT = SPACES THEN
               MOVE IBP-PIX-KEY TO PIXK-KEY
               READ PIX-KEY
                   KEY IS PIXK-KEY
                   INVALID KEY
                   MOVE WS-RETURN-KEY-NOT-FOUND TO WS-RETURN-CODE
                   MOVE 'CHAVE PIX NAO CADASTRADA' TO WS-RETURN-TEXT
                   NOT INVALID KEY
                   IF PIXK-STATUS NOT = 'A' THEN
                       MOVE WS-RETURN-KEY-NOT-FOUND TO WS-RETURN-CODE
                       MOVE 'CHAVE PIX INATIVA' TO WS-RETURN-TEXT
                   ELSE
                       MOVE PIXK-ACCOUNT-ID TO WS-TARGET-ACCOUNT
                       IF WS-EXPECTED-CPF = ZERO THEN
                           MOVE PIXK-CPF TO WS-EXPECTED-CPF
                       END-IF
                   END-IF
               END-READ
           ELSE
               IF IBP-BENEF-ACCOUNT = ZERO THEN
                   MOVE WS-RETURN-ACCOUNT-NOT-FOUND TO WS-RETURN-CODE
                   MOVE 'CONTA DESTINO NAO INFORMADA'
                       TO WS-RETURN-TEXT
               ELSE
                   MOVE IBP-BENEF-ACCOUNT TO WS-TARGET-ACCOUNT
               END-IF
           END-IF.

       3200-CHECK-ACCOUNT.
           MOVE WS-TARGET-ACCOUNT TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
               MOVE WS-RETURN-ACCOUNT-NOT-FOUND TO WS-RETURN-CODE
               MOVE 'CONTA DESTINO INEXISTENTE' TO WS-RETURN-TEXT
               NOT INVALID KEY
               PERFORM 3250-CHECK-ACCOUNT-STATUS
           END-READ
           IF WS-RETURN-CODE = SPACES AND
              WS-EXPECTED-CPF NOT = ZERO THEN
               PERFORM 3270-CHECK-HOLDER-CPF
           END-IF.

       3250-CHECK-ACCOUNT-STATUS.
           EVALUATE ACCOUNT-STATUS
               WHEN 'A'
                   IF ACCOUNT-CURRENCY NOT = WS-NATIONAL-CURRENCY THEN
                       MOVE WS-RETURN-CURRENCY TO WS-RETURN-CODE
                       MOVE 'CONTA DESTINO EM MOEDA ESTRANGEIRA'
                           TO WS-RETURN-TEXT
                   END-IF
               WHEN 'C'
                   MOVE WS-RETURN-ACCOUNT-CLOSED TO WS-RETURN-CODE
                   MOVE 'CONTA DESTINO ENCERRADA' TO WS-RETURN-TEXT
               WHEN 'D'
                   MOVE WS-RETURN-ACCOUNT-DORMANT TO WS-RETURN-CODE
                   MOVE 'CONTA DESTINO DORMENTE' TO WS-RETURN-TEXT
               WHEN OTHER
                   MOVE WS-RETURN-ACCOUNT-FROZEN TO WS-RETURN-CODE
                   MOVE 'CONTA DESTINO BLOQUEADA' TO WS-RETURN-TEXT
           END-EVALUATE.

       3270-CHECK-HOLDER-CPF.
           MOVE ACCOUNT-PEOPLE-ID TO PEOPLE-RW-ID
           READ PEOPLE-RW
               KEY IS PEOPLE-RW-ID
               INVALID KEY
               MOVE WS-RETURN-CPF-MISMATCH TO WS-RETURN-CODE
               MOVE 'TITULAR DA CONTA DESTINO NAO ENCONTRADO'
                   TO WS-RETURN-TEXT
               NOT INVALID KEY
               IF PEOPLE-RW-CPF NOT = WS-EXPECTED-CPF THEN
                   MOVE WS-RETURN-CPF-MISMATCH TO WS-RETURN-CODE
                   MOVE 'CPF DO FAVORECIDO NAO CONFERE'
                       TO WS-RETURN-TEXT
               END-IF
           END-READ.

       3300-CREDIT-ACCOUNT.
           ADD IBP-AMOUNT TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-FILE
           PERFORM 3900-WRITE-LEDGER
           MOVE 'C' TO IBX-RESULT
           PERFORM 3950-WRITE-PROCESSED
           ADD 1 TO WS-CREDITED-COUNT
           ADD IBP-AMOUNT TO WS-CREDITED-AMOUNT
           DISPLAY 'CREDITO ' WS-RD-CHANNEL ' ' IBP-AMOUNT
               ' CONTA ' ACCOUNT-ID
           MOVE 'CREDITADO' TO WS-RD-RESULT
           MOVE SPACES TO WS-RD-RETURN-CODE
           MOVE SPACES TO WS-RD-RETURN-TEXT
           PERFORM 4000-WRITE-REPORT-DETAIL.

       3500-RETURN-PAYMENT.
           MOVE 'D' TO IBR-RECORD-TYPE
           MOVE IBP-PAYMENT-ID TO IBR-PAYMENT-ID
           MOVE IBP-CHANNEL TO IBR-CHANNEL
           MOVE WS-RETURN-CODE TO IBR-RETURN-CODE
           MOVE WS-RETURN-TEXT TO IBR-RETURN-TEXT
           MOVE IBP-AMOUNT TO IBR-AMOUNT
           MOVE BCTL-BUSINESS-DATE TO IBR-RETURN-DATE
           MOVE IBP-PAYER-BANK TO IBR-PAYER-BANK
           MOVE IBP-PAYER-AGENCY TO IBR-PAYER-AGENCY
           MOVE IBP-PAYER-ACCOUNT TO IBR-PAYER-ACCOUNT
           MOVE IBP-PAYER-CPF-CNPJ TO IBR-PAYER-CPF-CNPJ
           MOVE IBP-BENEF-ACCOUNT TO IBR-BENEF-ACCOUNT
           MOVE IBP-PIX-KEY TO IBR-PIX-KEY
           WRITE PAYMENT-RETURN-RECORD
           MOVE 'D' TO IBX-RESULT
           PERFORM 3950-WRITE-PROCESSED
           ADD 1 TO WS-RETURNED-COUNT
           ADD IBP-AMOUNT TO WS-RETURNED-AMOUNT
           DISPLAY 'DEVOLUCAO ' WS-RD-CHANNEL ' ' IBP-AMOUNT
               ' MOTIVO ' WS-RETURN-CODE ' ' WS-RETURN-TEXT
           MOVE 'DEVOLVIDO' TO WS-RD-RESULT
           MOVE WS-RETURN-CODE TO WS-RD-RETURN-CODE
           MOVE WS-RETURN-TEXT TO WS-RD-RETURN-TEXT
           PERFORM 4000-WRITE-REPORT-DETAIL.

       3600-SKIP-PROCESSED.
           ADD 1 TO WS-ALREADY-PROCESSED-COUNT
           ADD IBP-AMOUNT TO WS-ALREADY-PROCESSED-AMOUNT
           DISPLAY 'JA PROCESSADO ' WS-RD-CHANNEL ' ' IBP-AMOUNT
               ' ' IBP-PAYMENT-ID
           MOVE 'IGNORADO' TO WS-RD-RESULT
           MOVE SPACES TO WS-RD-RETURN-CODE
           MOVE 'PAGAMENTO JA PROCESSADO' TO WS-RD-RETURN-TEXT
           PERFORM 4000-WRITE-REPORT-DETAIL.

       3900-WRITE-LEDGER.
           MOVE ACCOUNT-ID TO LEDGER-ACCOUNT-ID
           MOVE BCTL-BUSINESS-DATE TO LEDGER-DATE
           MOVE 18 TO LEDGER-OPERATION
           MOVE IBP-AMOUNT TO LEDGER-AMOUNT
           MOVE ACCOUNT-BALANCE TO LEDGER-BALANCE
           MOVE ZERO TO LEDGER-COUNTERPARTY
           MOVE ZERO TO LEDGER-FX-RATE
           MOVE 'N' TO LEDGER-REVERSED
           MOVE ZERO TO LEDGER-REV-DATE
           MOVE ZERO TO LEDGER-REV-SEQ
           MOVE ZERO TO LEDGER-SIGNER-ID
           MOVE 1 TO LEDGER-SEQ
           MOVE 'N' TO WS-LEDGER-WRITTEN
           PERFORM UNTIL WS-LEDGER-WRITTEN = 'Y'
               WRITE ACCOUNT-LEDGER-RECORD
                   INVALID KEY
                   ADD 1 TO LEDGER-SEQ
                   NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-WRITTEN
               END-WRITE
           END-PERFORM.

       3950-WRITE-PROCESSED.
           MOVE IBP-PAYMENT-ID TO IBX-PAYMENT-ID
           MOVE IBP-CHANNEL TO IBX-CHANNEL
           MOVE BCTL-BUSINESS-DATE TO IBX-PROCESS-DATE
           MOVE WS-FILE-SEQ TO IBX-FILE-SEQ
           MOVE WS-TARGET-ACCOUNT TO IBX-ACCOUNT-ID
           MOVE IBP-AMOUNT TO IBX-AMOUNT
           MOVE WS-RETURN-CODE TO IBX-RETURN-CODE
           WRITE INBOUND-PROCESSED-RECORD
               INVALID KEY
               DISPLAY 'PIXTEDIN: IDENTIFICADOR JA REGISTRADO '
                   IBP-PAYMENT-ID
           END-WRITE
           IF WS-PROCESSED-FS NOT = '00' AND
              WS-PROCESSED-FS NOT = '22' THEN
               DISPLAY 'PIXTEDIN: ERRO AO REGISTRAR PAGAMENTO '
                   'PROCESSADO: ' WS-PROCESSED-FS
           END-IF.

       4000-WRITE-REPORT-DETAIL.
           MOVE IBP-PAYMENT-ID TO WS-RD-PAYMENT-ID
           MOVE WS-TARGET-ACCOUNT TO WS-RD-ACCOUNT-ID
           MOVE IBP-AMOUNT TO WS-RD-AMOUNT
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-DETAIL.

       5000-WRITE-RETURN-TRAILER.
           MOVE 'T' TO IBR-TRL-TYPE
           MOVE WS-RETURNED-COUNT TO IBR-TRL-RECORD-COUNT
           MOVE WS-RETURNED-AMOUNT TO IBR-TRL-TOTAL-AMOUNT
           WRITE PAYMENT-RETURN-TRAILER.

       6000-REPORT-TOTALS.
           MOVE 'PAGAMENTOS RECEBIDOS......: ' TO WS-RT-LABEL
           MOVE WS-RECEIVED-COUNT TO WS-RT-COUNT
           MOVE WS-RECEIVED-AMOUNT TO WS-RT-AMOUNT
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-TOTAL
           MOVE '  PIX.....................: ' TO WS-RT-LABEL
           MOVE WS-PIX-COUNT TO WS-RT-COUNT
           MOVE WS-PIX-AMOUNT TO WS-RT-AMOUNT
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-TOTAL
           MOVE '  TED.....................: ' TO WS-RT-LABEL
           MOVE WS-TED-COUNT TO WS-RT-COUNT
           MOVE WS-TED-AMOUNT TO WS-RT-AMOUNT
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-TOTAL
           MOVE '  CANAL INVALIDO..........: ' TO WS-RT-LABEL
           MOVE WS-INVALID-CHANNEL-COUNT TO WS-RT-COUNT
           MOVE WS-INVALID-CHANNEL-AMOUNT TO WS-RT-AMOUNT
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-TOTAL
           MOVE 'PAGAMENTOS CREDITADOS.....: ' TO WS-RT-LABEL
           MOVE WS-CREDITED-COUNT TO WS-RT-COUNT
           MOVE WS-CREDITED-AMOUNT TO WS-RT-AMOUNT
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-TOTAL
           MOVE 'PAGAMENTOS DEVOLVIDOS.....: ' TO WS-RT-LABEL
           MOVE WS-RETURNED-COUNT TO WS-RT-COUNT
           MOVE WS-RETURNED-AMOUNT TO WS-RT-AMOUNT
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-TOTAL
           MOVE 'PAGAMENTOS JA PROCESSADOS.: ' TO WS-RT-LABEL
           MOVE WS-ALREADY-PROCESSED-COUNT TO WS-RT-COUNT
           MOVE WS-ALREADY-PROCESSED-AMOUNT TO WS-RT-AMOUNT
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-TOTAL
           IF WS-RECEIVED-COUNT =
               WS-CREDITED-COUNT + WS-RETURNED-COUNT +
               WS-ALREADY-PROCESSED-COUNT AND
              WS-RECEIVED-AMOUNT =
               WS-CREDITED-AMOUNT + WS-RETURNED-AMOUNT +
               WS-ALREADY-PROCESSED-AMOUNT AND
              WS-RECEIVED-COUNT = WS-TRAILER-RECORDS AND
              WS-RECEIVED-AMOUNT = WS-TRAILER-AMOUNT THEN
               MOVE 'RECEBIDOS = CREDITADOS + DEVOLVIDOS + JA PROCESSADO
      -            'S = TRAILER' TO WS-RC-RESULT
           ELSE
               MOVE 'DIVERGENCIA ENTRE RECEBIDOS, CREDITADOS, DEVOLVIDOS
      -            ' E JA PROCESSADOS' TO WS-RC-RESULT
           END-IF
           WRITE INBOUND-REPORT-LINE FROM WS-RPT-CONTROL.

       9000-CLOSE-FILES.
           CLOSE INBOUND-PAYMENT
           CLOSE ACCOUNT
           CLOSE PEOPLE-RW
           CLOSE PIX-KEY
           CLOSE ACCOUNT-LEDGER
           CLOSE PROCESSED-PAYMENT
           CLOSE PAYMENT-RETURN
           CLOSE INBOUND-REPORT.
