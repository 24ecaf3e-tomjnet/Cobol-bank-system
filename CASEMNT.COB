       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CASH-CASE ASSIGN TO 'storage/cash_case.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS CASE-ID
             ALTERNATE RECORD KEY IS CASE-REF-KEY
             FILE STATUS IS WS-CASE-FS.
             SELECT BUSDATE-CTL ASSIGN TO 'storage/busdate.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CASH-CASE.
           COPY CASHCASE.

           FD BUSDATE-CTL.
           01 BUSDATE-RECORD.
               05 BUSDATE-VALUE PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-CASE-FS PIC X(2).
           01 WS-BUSDATE-FS PIC X(2).
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-OPTION PIC 9(1).
           01 WS-CASE-EXISTS PIC A(1).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-CASES-SHOWN PIC 9(5).
           01 WS-INQ-CASE-ID PIC 9(10).
           01 WS-NEW-STATUS PIC X(1).
           01 WS-ANALYST PIC X(10).
           01 WS-NOTE PIC X(60).
           01 WS-DISP-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           MOVE ZERO TO WS-OPTION
           PERFORM UNTIL WS-OPTION = 9
               PERFORM 2000-SHOW-MENU
               EVALUATE WS-OPTION
                   WHEN 1 PERFORM 3000-LIST-OPEN-CASES
                   WHEN 2 PERFORM 4000-SHOW-CASE
                   WHEN 3
                       MOVE 'R' TO WS-NEW-STATUS
                       PERFORM 5000-CLOSE-CASE
                   WHEN 4
                       MOVE 'D' TO WS-NEW-STATUS
                       PERFORM 5000-CLOSE-CASE
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O CASH-CASE
           IF WS-CASE-FS = '35' THEN
               OPEN OUTPUT CASH-CASE
               CLOSE CASH-CASE
               OPEN I-O CASH-CASE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSDATE-CTL
           IF WS-BUSDATE-FS = '00' THEN
               READ BUSDATE-CTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE BUSDATE-VALUE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-CTL
           END-IF.

       2000-SHOW-MENU.
           DISPLAY '===== CASOS DE MONITORAMENTO EM ESPECIE ====='
           DISPLAY '1 - LISTAR CASOS ABERTOS'
           DISPLAY '2 - CONSULTAR CASO'
           DISPLAY '3 - MARCAR CASO COMO REVISADO (COMUNICAR)'
           DISPLAY '4 - MARCAR CASO COMO DESCARTADO'
           DISPLAY '9 - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPTION.

       3000-LIST-OPEN-CASES.
           MOVE ZERO TO WS-CASES-SHOWN
           MOVE ZERO TO CASE-ID
           MOVE 'N' TO WS-SCAN-EOF
           START CASH-CASE KEY NOT < CASE-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CASH-CASE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CASE-STATUS = 'A' THEN
                           ADD 1 TO WS-CASES-SHOWN
                           MOVE CASE-TOTAL-AMOUNT TO WS-DISP-AMOUNT
                           DISPLAY 'CASO ' CASE-ID
                               ' TIPO ' CASE-TYPE
                               ' REF ' CASE-SUBJECT-ID
                               ' MOVS ' CASE-MOVE-COUNT
                               ' TOTAL ' WS-DISP-AMOUNT
                               ' ABERTO ' CASE-OPENED-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CASES-SHOWN = ZERO THEN
               DISPLAY 'NENHUM CASO ABERTO'
           END-IF.

       3100-LOOKUP-CASE.
           DISPLAY 'NUMERO DO CASO: ' WITH NO ADVANCING
           ACCEPT WS-INQ-CASE-ID
           MOVE WS-INQ-CASE-ID TO CASE-ID
           READ CASH-CASE
               KEY IS CASE-ID
               INVALID KEY
               MOVE 'N' TO WS-CASE-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-CASE-EXISTS
           END-READ.

       4000-SHOW-CASE.
           PERFORM 3100-LOOKUP-CASE
           IF WS-CASE-EXISTS = 'N' THEN
               DISPLAY 'CASO NAO ENCONTRADO'
           ELSE
               MOVE CASE-TOTAL-AMOUNT TO WS-DISP-AMOUNT
               EVALUATE CASE-TYPE
                   WHEN 'V'
                       DISPLAY 'TIPO: OPERACAO EM ESPECIE ACIMA DO '
                           'LIMITE'
                   WHEN 'F'
                       DISPLAY 'TIPO: FRACIONAMENTO NA CONTA'
                   WHEN OTHER
                       DISPLAY 'TIPO: FRACIONAMENTO ENTRE CONTAS DO '
                           'CPF'
               END-EVALUATE
               DISPLAY 'CONTA.......: ' CASE-ACCOUNT-ID
               DISPLAY 'PESSOA......: ' CASE-PEOPLE-ID
                   ' CPF ' CASE-CPF
               DISPLAY 'MOVIMENTOS..: ' CASE-MOVE-COUNT
                   ' EM ' CASE-ACCOUNT-COUNT ' CONTA(S)'
               DISPLAY 'VALOR TOTAL.: ' WS-DISP-AMOUNT
               DISPLAY 'PERIODO.....: ' CASE-FIRST-DATE
                   ' A ' CASE-LAST-DATE
               DISPLAY 'ABERTO EM...: ' CASE-OPENED-DATE
                   ' STATUS ' CASE-STATUS
               IF CASE-STATUS NOT = 'A' THEN
                   DISPLAY 'ANALISTA....: ' CASE-ANALYST
                       ' EM ' CASE-REVIEW-DATE
                   DISPLAY 'PARECER.....: ' CASE-NOTE
               END-IF
               IF CASE-REPORTED-DATE NOT = ZERO THEN
                   DISPLAY 'COMUNICADO AO COAF EM ' CASE-REPORTED-DATE
               END-IF
           END-IF.

       5000-CLOSE-CASE.
           PERFORM 3100-LOOKUP-CASE
           IF WS-CASE-EXISTS = 'N' THEN
               DISPLAY 'CASO NAO ENCONTRADO'
           ELSE
           IF CASE-STATUS NOT = 'A' THEN
               DISPLAY 'CASO JA ENCERRADO COM STATUS ' CASE-STATUS
           ELSE
               DISPLAY 'ANALISTA: ' WITH NO ADVANCING
               ACCEPT WS-ANALYST
               DISPLAY 'PARECER: ' WITH NO ADVANCING
               ACCEPT WS-NOTE
               IF WS-ANALYST = SPACES THEN
                   DISPLAY 'ANALISTA OBRIGATORIO'
               ELSE
                   MOVE WS-NEW-STATUS TO CASE-STATUS
                   MOVE WS-ANALYST TO CASE-ANALYST
                   MOVE WS-NOTE TO CASE-NOTE
                   MOVE WS-BUSINESS-DATE TO CASE-REVIEW-DATE
                   REWRITE CASH-CASE-RECORD
                   IF WS-NEW-STATUS = 'R' THEN
                       DISPLAY 'CASO REVISADO - SERA COMUNICADO'
                   ELSE
                       DISPLAY 'CASO DESCARTADO'
                   END-IF
               END-IF
           END-IF
           END-IF.

       9000-CLOSE-FILES.
           CLOSE CASH-CASE.
