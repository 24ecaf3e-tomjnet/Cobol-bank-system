           01 WS-CPF-DV PIC 9(2).
           01 WS-CPF-I PIC 9(2).
           01 WS-CPF-ALL-SAME PIC A(1).
           COPY AUDITCOM.

           01 WS-REASON-CODES.
               05 WS-REASON-BATCH-SIGNATURE PIC 9(2) VALUE 01.
               DISPLAY 'PESSOA NAO ENCONTRADA'
               PERFORM 8000-WRITE-REJECT-NOT-FOUND
           ELSE
               PERFORM 3450-AUDIT-PEOPLE-CHANGES
               MOVE PEOPLE-IN-NAME TO PEOPLE-RW-NAME
               MOVE PEOPLE-IN-BIRTH TO PEOPLE-RW-BIRTH
               MOVE PEOPLE-IN-CITY TO PEOPLE-RW-CITY
               DISPLAY 'PESSOA ATUALIZADA ' PEOPLE-RW-ID
           END-IF.

       3450-AUDIT-PEOPLE-CHANGES.
           MOVE 'PEOPLE' TO AUD-FILE
           MOVE PEOPLE-RW-ID TO AUD-KEY
           MOVE ZERO TO AUD-ACCOUNT-ID
           MOVE PEOPLE-RW-ID TO AUD-PEOPLE-ID
           MOVE 'A' TO AUD-ACTION
           MOVE 'PEOPLEMAINT' TO AUD-PROGRAM
           MOVE WS-INPUT-OPERATION-ID TO AUD-BATCH-ID
           IF PEOPLE-IN-NAME NOT = PEOPLE-RW-NAME THEN
               MOVE 'NOME' TO AUD-FIELD
               MOVE PEOPLE-RW-NAME TO AUD-BEFORE
               MOVE PEOPLE-IN-NAME TO AUD-AFTER
               PERFORM 3490-WRITE-AUDIT
           END-IF
           IF PEOPLE-IN-BIRTH NOT = PEOPLE-RW-BIRTH THEN
               MOVE 'NASCIMENTO' TO AUD-FIELD
               MOVE PEOPLE-RW-BIRTH TO AUD-BEFORE
               MOVE PEOPLE-IN-BIRTH TO AUD-AFTER
               PERFORM 3490-WRITE-AUDIT
           END-IF
           IF PEOPLE-IN-CITY NOT = PEOPLE-RW-CITY THEN
               MOVE 'CIDADE' TO AUD-FIELD
               MOVE PEOPLE-RW-CITY TO AUD-BEFORE
               MOVE PEOPLE-IN-CITY TO AUD-AFTER
               PERFORM 3490-WRITE-AUDIT
           END-IF
           IF PEOPLE-IN-NEIGHBORHOOD NOT = PEOPLE-RW-NEIGHBORHOOD THEN
               MOVE 'BAIRRO' TO AUD-FIELD
               MOVE PEOPLE-RW-NEIGHBORHOOD TO AUD-BEFORE
               MOVE PEOPLE-IN-NEIGHBORHOOD TO AUD-AFTER
               PERFORM 3490-WRITE-AUDIT
           END-IF
           IF PEOPLE-IN-STREET NOT = PEOPLE-RW-STREET THEN
               MOVE 'LOGRADOURO' TO AUD-FIELD
               MOVE PEOPLE-RW-STREET TO AUD-BEFORE
               MOVE PEOPLE-IN-STREET TO AUD-AFTER
               PERFORM 3490-WRITE-AUDIT
           END-IF
           IF PEOPLE-IN-NUMBER NOT = PEOPLE-RW-NUMBER THEN
               MOVE 'NUMERO' TO AUD-FIELD
               MOVE PEOPLE-RW-NUMBER TO AUD-BEFORE
               MOVE PEOPLE-IN-NUMBER TO AUD-AFTER
               PERFORM 3490-WRITE-AUDIT
           END-IF
           IF PEOPLE-IN-CEP NOT = PEOPLE-RW-CEP THEN
               MOVE 'CEP' TO AUD-FIELD
               MOVE PEOPLE-RW-CEP TO AUD-BEFORE
               MOVE PEOPLE-IN-CEP TO AUD-AFTER
               PERFORM 3490-WRITE-AUDIT
           END-IF
           IF PEOPLE-IN-SIGNATURE NOT = PEOPLE-RW-SIGNATURE THEN
               MOVE 'ASSINATURA' TO AUD-FIELD
               MOVE PEOPLE-RW-SIGNATURE TO AUD-BEFORE
               MOVE PEOPLE-IN-SIGNATURE TO AUD-AFTER
               PERFORM 3490-WRITE-AUDIT
           END-IF
           IF PEOPLE-IN-CPF NOT = PEOPLE-RW-CPF THEN
               MOVE 'CPF' TO AUD-FIELD
               MOVE PEOPLE-RW-CPF TO AUD-BEFORE
               MOVE PEOPLE-IN-CPF TO AUD-AFTER
               PERFORM 3490-WRITE-AUDIT
           END-IF.

       3490-WRITE-AUDIT.
           CALL 'AUDITLOG' USING AUDIT-CONTROL-AREA
           IF AUD-STATUS = 'N' THEN
               DISPLAY 'PEOPLEMAINT: FALHA AO GRAVAR AUDITORIA '
                   PEOPLE-RW-ID
           END-IF.

       8000-WRITE-REJECT-BATCH-SIGNATURE.
           MOVE WS-REASON-BATCH-SIGNATURE TO PREJECT-REASON-CODE
           MOVE 'LOTE: ASSINATURA DE LOTE INVALIDA'
