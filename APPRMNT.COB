       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT BUSDATE-CTL ASSIGN TO 'storage/busdate.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-FS.
             SELECT PENDING-APPROVAL ASSIGN TO 'storage/pending.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS PEND-KEY
             FILE STATUS IS WS-PEND-FS.

       DATA DIVISION.
           FILE SECTION.
           FD BUSDATE-CTL.
           01 BUSDATE-RECORD.
               05 BUSDATE-VALUE PIC 9(8).

           FD PENDING-APPROVAL.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
           01 WS-BUSDATE-FS PIC X(2).
           01 WS-PEND-FS PIC X(2).
           01 WS-OPTION PIC 9(1).
           01 WS-PEND-EXISTS PIC A(1).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-ITEMS-SHOWN PIC 9(5).
           01 WS-INQ-BATCH-ID PIC 9(8).
           01 WS-INQ-SEQ PIC 9(7).
           01 WS-NEW-STATUS PIC X(1).
           01 WS-APPROVER PIC X(10).
           01 WS-NOTE PIC X(40).
           01 WS-TODAY PIC 9(8).
           01 WS-DISP-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           COPY AUDITCOM.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           MOVE ZERO TO WS-OPTION
           PERFORM UNTIL WS-OPTION = 9
               PERFORM 2000-SHOW-MENU
               EVALUATE WS-OPTION
                   WHEN 1 PERFORM 3000-LIST-PENDING
                   WHEN 2 PERFORM 4000-SHOW-ITEM
                   WHEN 3
                       MOVE 'A' TO WS-NEW-STATUS
                       PERFORM 5000-DECIDE-ITEM
                   WHEN 4
                       MOVE 'D' TO WS-NEW-STATUS
                       PERFORM 5000-DECIDE-ITEM
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O PENDING-APPROVAL
           IF WS-PEND-FS = '35' THEN
               OPEN OUTPUT PENDING-APPROVAL
               CLOSE PENDING-APPROVAL
               OPEN I-O PENDING-APPROVAL
           END-IF
           PERFORM 1100-READ-BUSINESS-DATE.

       1100-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT BUSDATE-CTL
           IF WS-BUSDATE-FS = '00' THEN
               READ BUSDATE-CTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE BUSDATE-VALUE TO WS-TODAY
               END-READ
               CLOSE BUSDATE-CTL
           END-IF.

       2000-SHOW-MENU.
           DISPLAY '===== APROVACAO DE LANCAMENTOS RETIDOS ====='
           DISPLAY '1 - LISTAR PENDENTES'
           DISPLAY '2 - CONSULTAR ITEM'
           DISPLAY '3 - APROVAR ITEM'
           DISPLAY '4 - RECUSAR ITEM'
           DISPLAY '9 - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPTION.

       3000-LIST-PENDING.
           MOVE ZERO TO WS-ITEMS-SHOWN
           MOVE ZERO TO PEND-BATCH-ID
           MOVE ZERO TO PEND-SEQ
           MOVE 'N' TO WS-SCAN-EOF
           START PENDING-APPROVAL KEY NOT < PEND-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PENDING-APPROVAL NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PEND-STATUS = 'P' THEN
                           ADD 1 TO WS-ITEMS-SHOWN
                           MOVE PEND-AMOUNT TO WS-DISP-AMOUNT
                           DISPLAY 'LOTE ' PEND-BATCH-ID
                               ' SEQ ' PEND-SEQ
                               ' CONTA ' PEND-ACCOUNT-ID
                               ' OPERACAO ' PEND-OPERATION
                               ' VALOR ' WS-DISP-AMOUNT
                               ' EXPIRA ' PEND-EXPIRY-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ITEMS-SHOWN = ZERO THEN
               DISPLAY 'NENHUM ITEM PENDENTE DE APROVACAO'
           END-IF.

       3100-LOOKUP-ITEM.
           DISPLAY 'NUMERO DO LOTE: ' WITH NO ADVANCING
           ACCEPT WS-INQ-BATCH-ID
           DISPLAY 'SEQUENCIA NO LOTE: ' WITH NO ADVANCING
           ACCEPT WS-INQ-SEQ
           MOVE WS-INQ-BATCH-ID TO PEND-BATCH-ID
           MOVE WS-INQ-SEQ TO PEND-SEQ
           READ PENDING-APPROVAL
               KEY IS PEND-KEY
               INVALID KEY
               MOVE 'N' TO WS-PEND-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-PEND-EXISTS
           END-READ.

       4000-SHOW-ITEM.
           PERFORM 3100-LOOKUP-ITEM
           IF WS-PEND-EXISTS = 'N' THEN
               DISPLAY 'ITEM NAO ENCONTRADO'
           ELSE
               PERFORM 4100-DISPLAY-ITEM
           END-IF.

       4100-DISPLAY-ITEM.
           MOVE PEND-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY 'LOTE........: ' PEND-BATCH-ID ' SEQ ' PEND-SEQ
               ' AGENCIA ' PEND-BRANCH
           DISPLAY 'DATA MOVTO..: ' PEND-BUSINESS-DATE
               ' EXPIRA ' PEND-EXPIRY-DATE
           DISPLAY 'CONTA.......: ' PEND-ACCOUNT-ID
               ' PESSOA ' PEND-PEOPLE-ID
           DISPLAY 'OPERACAO....: ' PEND-OPERATION
               ' VALOR ' WS-DISP-AMOUNT
           DISPLAY 'CONTRAPARTE.: ' PEND-COUNTERPARTY
               ' PRAZO ' PEND-LOAN-TERM
           DISPLAY 'OPERADOR....: ' PEND-OPERATOR
           MOVE PEND-RULE-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY 'ALCADA......: ' WS-DISP-AMOUNT
           DISPLAY 'STATUS......: ' PEND-STATUS
           IF PEND-STATUS NOT = 'P' THEN
               DISPLAY 'APROVADOR...: ' PEND-APPROVER
                   ' EM ' PEND-DECISION-DATE
               DISPLAY 'OBSERVACAO..: ' PEND-NOTE
           END-IF
           IF PEND-POSTED-DATE NOT = ZERO THEN
               DISPLAY 'LANCADO EM..: ' PEND-POSTED-DATE
                   ' LOTE ' PEND-POSTED-BATCH
           END-IF.

       5000-DECIDE-ITEM.
           PERFORM 3100-LOOKUP-ITEM
           IF WS-PEND-EXISTS = 'N' THEN
               DISPLAY 'ITEM NAO ENCONTRADO'
           ELSE
           IF PEND-STATUS NOT = 'P' THEN
               DISPLAY 'ITEM JA DECIDIDO COM STATUS ' PEND-STATUS
           ELSE
           IF PEND-EXPIRY-DATE < WS-TODAY THEN
               DISPLAY 'ITEM EXPIRADO - SERA REJEITADO NO PROXIMO LOTE'
           ELSE
               PERFORM 4100-DISPLAY-ITEM
               DISPLAY 'APROVADOR: ' WITH NO ADVANCING
               ACCEPT WS-APPROVER
               DISPLAY 'OBSERVACAO: ' WITH NO ADVANCING
               ACCEPT WS-NOTE
               IF WS-APPROVER = SPACES THEN
                   DISPLAY 'APROVADOR OBRIGATORIO'
               ELSE
               IF WS-APPROVER = PEND-OPERATOR THEN
                   DISPLAY 'APROVADOR NAO PODE SER QUEM LANCOU'
               ELSE
                   PERFORM 5100-RECORD-DECISION
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       5100-RECORD-DECISION.
           MOVE PEND-STATUS TO AUD-BEFORE
           MOVE WS-NEW-STATUS TO PEND-STATUS
           MOVE WS-APPROVER TO PEND-APPROVER
           MOVE WS-NOTE TO PEND-NOTE
           MOVE WS-TODAY TO PEND-DECISION-DATE
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
               DISPLAY 'ERRO AO GRAVAR DECISAO: ' WS-PEND-FS
               NOT INVALID KEY
               PERFORM 5200-AUDIT-DECISION
           END-REWRITE.

       5200-AUDIT-DECISION.
           IF WS-NEW-STATUS = 'A' THEN
               DISPLAY 'ITEM APROVADO - SERA LANCADO NO PROXIMO LOTE'
           ELSE
               DISPLAY 'ITEM RECUSADO'
           END-IF
           MOVE 'PENDING' TO AUD-FILE
           MOVE PEND-KEY TO AUD-KEY
           MOVE PEND-ACCOUNT-ID TO AUD-ACCOUNT-ID
           MOVE PEND-PEOPLE-ID TO AUD-PEOPLE-ID
           MOVE 'A' TO AUD-ACTION
           MOVE 'STATUS' TO AUD-FIELD
           MOVE SPACES TO AUD-AFTER
           STRING PEND-STATUS ' APROVADOR ' PEND-APPROVER
                  ' OPERADOR ' PEND-OPERATOR
               DELIMITED BY SIZE INTO AUD-AFTER
           MOVE 'APPRMNT' TO AUD-PROGRAM
           MOVE PEND-BATCH-ID TO AUD-BATCH-ID
           CALL 'AUDITLOG' USING AUDIT-CONTROL-AREA
           IF AUD-STATUS = 'N' THEN
               DISPLAY 'FALHA AO GRAVAR AUDITORIA'
           END-IF.

       9000-CLOSE-FILES.
           CLOSE PENDING-APPROVAL.
