       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCASHMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT BUSDATE-CTL ASSIGN TO 'storage/busdate.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-FS.
             SELECT BRANCH-CASH ASSIGN TO 'storage/branch_cash.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS BCASH-KEY
             FILE STATUS IS WS-BCASH-FS.

       DATA DIVISION.
           FILE SECTION.
           FD BUSDATE-CTL.
           01 BUSDATE-RECORD.
               05 BUSDATE-VALUE PIC 9(8).

           FD BRANCH-CASH.
           COPY BRCASHREC.

       WORKING-STORAGE SECTION.
           01 WS-BUSDATE-FS PIC X(2).
           01 WS-BCASH-FS PIC X(2).
           01 WS-OPTION PIC 9(1).
           01 WS-BUSINESS-DATE PIC 9(8).
           01 WS-INQ-BRANCH PIC 9(4).
           01 WS-INQ-DATE PIC 9(8).
           01 WS-INQ-AMOUNT PIC 9(11)V99.
           01 WS-DISP-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY BRCASHCOM.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-BUSINESS-DATE
           MOVE ZERO TO WS-OPTION
           PERFORM UNTIL WS-OPTION = 9
               PERFORM 2000-SHOW-MENU
               EVALUATE WS-OPTION
                   WHEN 1
                       MOVE 'V' TO BRC-FUNCTION
                       PERFORM 3000-RECORD-MOVEMENT
                   WHEN 2
                       MOVE 'W' TO BRC-FUNCTION
                       PERFORM 3000-RECORD-MOVEMENT
                   WHEN 3
                       MOVE 'C' TO BRC-FUNCTION
                       PERFORM 3000-RECORD-MOVEMENT
                   WHEN 4 PERFORM 4000-SHOW-POSITION
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           GOBACK.

       1000-READ-BUSINESS-DATE.
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
           DISPLAY '===== POSICAO DE CAIXA DA AGENCIA ====='
           DISPLAY 'DATA DO MOVIMENTO: ' WS-BUSINESS-DATE
           DISPLAY '1 - SUPRIMENTO (COFRE PARA CAIXA)'
           DISPLAY '2 - RECOLHIMENTO (CAIXA PARA COFRE)'
           DISPLAY '3 - INFORMAR NUMERARIO CONTADO NO FECHAMENTO'
           DISPLAY '4 - CONSULTAR POSICAO'
           DISPLAY '9 - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPTION.

       2100-ACCEPT-BRANCH.
           DISPLAY 'AGENCIA: ' WITH NO ADVANCING
           ACCEPT WS-INQ-BRANCH
           DISPLAY 'DATA (ZERO = DATA DO MOVIMENTO): '
               WITH NO ADVANCING
           ACCEPT WS-INQ-DATE
           IF WS-INQ-DATE = ZERO THEN
               MOVE WS-BUSINESS-DATE TO WS-INQ-DATE
           END-IF.

       3000-RECORD-MOVEMENT.
           PERFORM 2100-ACCEPT-BRANCH
           IF WS-INQ-BRANCH = ZERO THEN
               DISPLAY 'AGENCIA OBRIGATORIA'
           ELSE
           IF WS-INQ-DATE NOT = WS-BUSINESS-DATE THEN
               DISPLAY 'MOVIMENTO PERMITIDO APENAS NA DATA DO '
                   'MOVIMENTO ' WS-BUSINESS-DATE
           ELSE
               DISPLAY 'VALOR: ' WITH NO ADVANCING
               ACCEPT WS-INQ-AMOUNT
               MOVE WS-INQ-BRANCH TO BRC-BRANCH
               MOVE WS-INQ-DATE TO BRC-DATE
               MOVE WS-INQ-AMOUNT TO BRC-AMOUNT
               CALL 'BRCASHUPD' USING BRANCH-CASH-AREA
               IF BRC-STATUS = 'N' THEN
                   DISPLAY 'FALHA: ' BRC-MESSAGE
               ELSE
                   DISPLAY 'MOVIMENTO REGISTRADO'
                   IF BRC-MESSAGE NOT = SPACES THEN
                       DISPLAY BRC-MESSAGE
                   END-IF
               END-IF
           END-IF
           END-IF.

       4000-SHOW-POSITION.
           PERFORM 2100-ACCEPT-BRANCH
           OPEN INPUT BRANCH-CASH
           IF WS-BCASH-FS NOT = '00' THEN
               DISPLAY 'POSICAO NAO ENCONTRADA'
           ELSE
               MOVE WS-INQ-BRANCH TO BCASH-BRANCH
               MOVE WS-INQ-DATE TO BCASH-DATE
               READ BRANCH-CASH
                   KEY IS BCASH-KEY
                   INVALID KEY
                   DISPLAY 'POSICAO NAO ENCONTRADA'
                   NOT INVALID KEY
                   PERFORM 4100-DISPLAY-POSITION
               END-READ
               CLOSE BRANCH-CASH
           END-IF.

       4100-DISPLAY-POSITION.
           DISPLAY 'AGENCIA.....: ' BCASH-BRANCH
               ' DATA ' BCASH-DATE ' STATUS ' BCASH-STATUS
           MOVE BCASH-OPENING TO WS-DISP-AMOUNT
           DISPLAY 'ABERTURA....: ' WS-DISP-AMOUNT
           MOVE BCASH-CASH-IN TO WS-DISP-AMOUNT
           DISPLAY 'DEPOSITOS...: ' WS-DISP-AMOUNT
               ' QTDE ' BCASH-IN-COUNT
           MOVE BCASH-CASH-OUT TO WS-DISP-AMOUNT
           DISPLAY 'SAQUES......: ' WS-DISP-AMOUNT
               ' QTDE ' BCASH-OUT-COUNT
           MOVE BCASH-VAULT-IN TO WS-DISP-AMOUNT
           DISPLAY 'SUPRIMENTOS.: ' WS-DISP-AMOUNT
           MOVE BCASH-VAULT-OUT TO WS-DISP-AMOUNT
           DISPLAY 'RECOLHIMENT.: ' WS-DISP-AMOUNT
           MOVE BCASH-SYSTEM-CASH TO WS-DISP-AMOUNT
           DISPLAY 'SALDO SISTEMA: ' WS-DISP-AMOUNT
           IF BCASH-COUNTED-FLAG = 'S' THEN
               MOVE BCASH-COUNTED TO WS-DISP-AMOUNT
               DISPLAY 'CONTADO.....: ' WS-DISP-AMOUNT
               MOVE BCASH-DIFFERENCE TO WS-DISP-AMOUNT
               DISPLAY 'DIFERENCA...: ' WS-DISP-AMOUNT
           ELSE
               DISPLAY 'CONTADO.....: NAO INFORMADO'
           END-IF
           IF BCASH-STATUS = 'F' THEN
               MOVE BCASH-CLOSING TO WS-DISP-AMOUNT
               DISPLAY 'FECHAMENTO..: ' WS-DISP-AMOUNT
           END-IF.
