           01 WS-INQ-ACCOUNT-ID PIC 9(10).
           01 WS-INQ-PEOPLE-ID PIC 9(10).
           01 WS-NEW-AUTHORITY PIC X(1).
           COPY AUDITCOM.

       PROCEDURE DIVISION.
       0000-MAIN.
                       MOVE WS-NEW-AUTHORITY TO SIGNER-AUTHORITY
                       WRITE ACCOUNT-SIGNER-RECORD
                       DISPLAY 'ASSINANTE INCLUIDO'
                       MOVE 'I' TO AUD-ACTION
                       MOVE SPACES TO AUD-BEFORE
                       MOVE SIGNER-AUTHORITY TO AUD-AFTER
                       PERFORM 7000-WRITE-AUDIT
                   ELSE
                       DISPLAY 'ALCADA INVALIDA'
                   END-IF
               IF WS-NEW-AUTHORITY = 'T' OR
                  WS-NEW-AUTHORITY = 'D' OR
                  WS-NEW-AUTHORITY = 'C' THEN
                   MOVE 'A' TO AUD-ACTION
                   MOVE SIGNER-AUTHORITY TO AUD-BEFORE
                   MOVE WS-NEW-AUTHORITY TO SIGNER-AUTHORITY
                   REWRITE ACCOUNT-SIGNER-RECORD
                   DISPLAY 'ALCADA ALTERADA'
                   MOVE SIGNER-AUTHORITY TO AUD-AFTER
                   PERFORM 7000-WRITE-AUDIT
               ELSE
                   DISPLAY 'ALCADA INVALIDA'
               END-IF
           IF WS-SIGNER-EXISTS = 'N' THEN
               DISPLAY 'ASSINANTE NAO ENCONTRADO'
           ELSE
               MOVE 'E' TO AUD-ACTION
               MOVE SIGNER-AUTHORITY TO AUD-BEFORE
               MOVE SPACES TO AUD-AFTER
               DELETE ACCOUNT-SIGNER
               DISPLAY 'ASSINANTE EXCLUIDO'
               PERFORM 7000-WRITE-AUDIT
           END-IF.

       6000-LIST-SIGNERS.
                   ' NOME ' PEOPLE-RW-NAME(1:40)
           END-READ.

       7000-WRITE-AUDIT.
           MOVE 'SIGNER' TO AUD-FILE
           MOVE SIGNER-KEY TO AUD-KEY
           MOVE SIGNER-ACCOUNT-ID TO AUD-ACCOUNT-ID
           MOVE SIGNER-PEOPLE-ID TO AUD-PEOPLE-ID
           MOVE 'ALCADA' TO AUD-FIELD
           MOVE 'SIGNMAINT' TO AUD-PROGRAM
           MOVE ZERO TO AUD-BATCH-ID
           CALL 'AUDITLOG' USING AUDIT-CONTROL-AREA
           IF AUD-STATUS = 'N' THEN
               DISPLAY 'FALHA AO GRAVAR AUDITORIA'
           END-IF.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-SIGNER
           CLOSE ACCOUNT
