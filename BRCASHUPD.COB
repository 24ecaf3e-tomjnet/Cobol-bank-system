       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCASHUPD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT BRANCH-CASH ASSIGN TO 'storage/branch_cash.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS BCASH-KEY
             FILE STATUS IS WS-BCASH-FS.

       DATA DIVISION.
           FILE SECTION.
           FD BRANCH-CASH.
           COPY BRCASHREC.

       WORKING-STORAGE SECTION.
           01 WS-BCASH-FS PIC X(2).
           01 WS-POSITION-EXISTS PIC A(1).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-PRIOR-FOUND PIC A(1).
           01 WS-PRIOR-CLOSING PIC S9(11)V99.

           LINKAGE SECTION.
           COPY BRCASHCOM.

       PROCEDURE DIVISION USING BRANCH-CASH-AREA.
       0000-MAIN.
           MOVE 'Y' TO BRC-STATUS
           MOVE SPACES TO BRC-MESSAGE
           IF BRC-FUNCTION NOT = 'I' AND
              BRC-FUNCTION NOT = 'O' AND
              BRC-FUNCTION NOT = 'V' AND
              BRC-FUNCTION NOT = 'W' AND
              BRC-FUNCTION NOT = 'C' THEN
               MOVE 'N' TO BRC-STATUS
               MOVE 'FUNCAO DE CAIXA INVALIDA' TO BRC-MESSAGE
               GOBACK
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LOCATE-POSITION
           IF WS-POSITION-EXISTS = 'N' THEN
               PERFORM 2100-OPEN-POSITION
           END-IF
           IF BRC-STATUS = 'Y' THEN
               PERFORM 3000-APPLY-MOVEMENT
           END-IF
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O BRANCH-CASH
           IF WS-BCASH-FS = '35' THEN
               OPEN OUTPUT BRANCH-CASH
               CLOSE BRANCH-CASH
               OPEN I-O BRANCH-CASH
           END-IF.

       2000-LOCATE-POSITION.
           MOVE BRC-BRANCH TO BCASH-BRANCH
           MOVE BRC-DATE TO BCASH-DATE
           READ BRANCH-CASH
               KEY IS BCASH-KEY
               INVALID KEY
               MOVE 'N' TO WS-POSITION-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-POSITION-EXISTS
           END-READ.

       2100-OPEN-POSITION.
           PERFORM 2200-FIND-PRIOR-CLOSING
           MOVE BRC-BRANCH TO BCASH-BRANCH
           MOVE BRC-DATE TO BCASH-DATE
           MOVE WS-PRIOR-CLOSING TO BCASH-OPENING
           MOVE ZERO TO BCASH-CASH-IN
           MOVE ZERO TO BCASH-CASH-OUT
           MOVE ZERO TO BCASH-VAULT-IN
           MOVE ZERO TO BCASH-VAULT-OUT
           MOVE WS-PRIOR-CLOSING TO BCASH-SYSTEM-CASH
           MOVE ZERO TO BCASH-COUNTED
           MOVE 'N' TO BCASH-COUNTED-FLAG
           MOVE ZERO TO BCASH-DIFFERENCE
           MOVE ZERO TO BCASH-CLOSING
           MOVE 'A' TO BCASH-STATUS
           MOVE ZERO TO BCASH-IN-COUNT
           MOVE ZERO TO BCASH-OUT-COUNT
           WRITE BRANCH-CASH-RECORD
               INVALID KEY
               MOVE 'N' TO BRC-STATUS
               MOVE 'ERRO AO ABRIR POSICAO DE CAIXA' TO BRC-MESSAGE
           END-WRITE.

       2200-FIND-PRIOR-CLOSING.
           MOVE ZERO TO WS-PRIOR-CLOSING
           MOVE 'N' TO WS-PRIOR-FOUND
           MOVE BRC-BRANCH TO BCASH-BRANCH
           MOVE ZERO TO BCASH-DATE
           MOVE 'N' TO WS-SCAN-EOF
           START BRANCH-CASH KEY NOT < BCASH-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BRANCH-CASH NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF BCASH-BRANCH NOT = BRC-BRANCH OR
                          BCASH-DATE NOT < BRC-DATE THEN
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           MOVE 'Y' TO WS-PRIOR-FOUND
                           IF BCASH-STATUS = 'F' THEN
                               MOVE BCASH-CLOSING TO WS-PRIOR-CLOSING
                           ELSE
                               MOVE BCASH-SYSTEM-CASH TO
                                   WS-PRIOR-CLOSING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3000-APPLY-MOVEMENT.
           EVALUATE BRC-FUNCTION
               WHEN 'I'
                   ADD BRC-AMOUNT TO BCASH-CASH-IN
                   ADD 1 TO BCASH-IN-COUNT
               WHEN 'O'
                   ADD BRC-AMOUNT TO BCASH-CASH-OUT
                   ADD 1 TO BCASH-OUT-COUNT
               WHEN 'V'
                   ADD BRC-AMOUNT TO BCASH-VAULT-IN
               WHEN 'W'
                   ADD BRC-AMOUNT TO BCASH-VAULT-OUT
               WHEN 'C'
                   MOVE BRC-AMOUNT TO BCASH-COUNTED
                   MOVE 'S' TO BCASH-COUNTED-FLAG
           END-EVALUATE
           COMPUTE BCASH-SYSTEM-CASH = BCASH-OPENING
               + BCASH-CASH-IN - BCASH-CASH-OUT
               + BCASH-VAULT-IN - BCASH-VAULT-OUT
           IF BCASH-COUNTED-FLAG = 'S' THEN
               COMPUTE BCASH-DIFFERENCE =
                   BCASH-COUNTED - BCASH-SYSTEM-CASH
           END-IF
           REWRITE BRANCH-CASH-RECORD
               INVALID KEY
               MOVE 'N' TO BRC-STATUS
               MOVE 'ERRO AO ATUALIZAR POSICAO DE CAIXA'
                   TO BRC-MESSAGE
           END-REWRITE
           IF BCASH-STATUS = 'F' AND BRC-STATUS = 'Y' THEN
               MOVE 'POSICAO JA FECHADA - REEXECUTAR O FECHAMENTO'
                   TO BRC-MESSAGE
           END-IF.

       9000-CLOSE-FILES.
           CLOSE BRANCH-CASH.
