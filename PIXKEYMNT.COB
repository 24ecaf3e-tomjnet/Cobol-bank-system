       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXKEYMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT PIX-KEY ASSIGN TO 'storage/pix_key.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS PIXK-KEY
             FILE STATUS IS WS-PIXKEY-FS.
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

       DATA DIVISION.
           FILE SECTION.
           FD PIX-KEY.
           COPY PIXKEYREC.

           FD ACCOUNT.
           COPY ACCOUNTFD.

           FD PEOPLE-RW.
           COPY PEOPLERW.

       WORKING-STORAGE SECTION.
           01 WS-PIXKEY-FS PIC X(2).
           01 WS-ACCOUNT-FS PIC X(2).
           01 WS-PEOPLE-FS PIC X(2).
           01 WS-OPTION PIC 9(1).
           01 WS-KEY-EXISTS PIC A(1).
           01 WS-ACCOUNT-EXISTS PIC A(1).
           01 WS-HOLDER-EXISTS PIC A(1).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-KEYS-SHOWN PIC 9(5).
           01 WS-INQ-KEY PIC X(77).
           01 WS-INQ-ACCOUNT-ID PIC 9(10).
           01 WS-NEW-KEY-TYPE PIC X(1).
           01 WS-CPF-TEXT PIC 9(11).
           COPY AUDITCOM.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           MOVE ZERO TO WS-OPTION
           PERFORM UNTIL WS-OPTION = 9
               PERFORM 2000-SHOW-MENU
               EVALUATE WS-OPTION
                   WHEN 1 PERFORM 3000-INCLUDE-KEY
                   WHEN 2 PERFORM 4000-INACTIVATE-KEY
                   WHEN 3 PERFORM 5000-LIST-KEYS
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O PIX-KEY
           IF WS-PIXKEY-FS = '35' THEN
               OPEN OUTPUT PIX-KEY
               CLOSE PIX-KEY
               OPEN I-O PIX-KEY
           END-IF
           OPEN INPUT ACCOUNT
           OPEN INPUT PEOPLE-RW.

       2000-SHOW-MENU.
           DISPLAY '===== CHAVES PIX ====='
           DISPLAY '1 - INCLUIR CHAVE'
           DISPLAY '2 - INATIVAR CHAVE'
           DISPLAY '3 - LISTAR CHAVES DA CONTA'
           DISPLAY '9 - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPTION.

       2100-LOOKUP-KEY.
           DISPLAY 'CHAVE: ' WITH NO ADVANCING
           ACCEPT WS-INQ-KEY
           MOVE WS-INQ-KEY TO PIXK-KEY
           READ PIX-KEY
               KEY IS PIXK-KEY
               INVALID KEY
               MOVE 'N' TO WS-KEY-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-KEY-EXISTS
           END-READ.

       2200-LOOKUP-HOLDER.
           MOVE WS-INQ-ACCOUNT-ID TO ACCOUNT-ID
           READ ACCOUNT
               KEY IS ACCOUNT-ID
               INVALID KEY
               MOVE 'N' TO WS-ACCOUNT-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-ACCOUNT-EXISTS
           END-READ
           MOVE 'N' TO WS-HOLDER-EXISTS
           IF WS-ACCOUNT-EXISTS = 'Y' THEN
               MOVE ACCOUNT-PEOPLE-ID TO PEOPLE-RW-ID
               READ PEOPLE-RW
                   KEY IS PEOPLE-RW-ID
                   INVALID KEY
                   MOVE 'N' TO WS-HOLDER-EXISTS
                   NOT INVALID KEY
                   MOVE 'Y' TO WS-HOLDER-EXISTS
               END-READ
           END-IF.

       3000-INCLUDE-KEY.
           PERFORM 2100-LOOKUP-KEY
           IF WS-INQ-KEY = SPACES THEN
               DISPLAY 'CHAVE OBRIGATORIA'
           ELSE
           IF WS-KEY-EXISTS = 'Y' THEN
               DISPLAY 'CHAVE JA CADASTRADA PARA A CONTA '
                   PIXK-ACCOUNT-ID ' STATUS ' PIXK-STATUS
           ELSE
               DISPLAY 'TIPO (C=CPF E=EMAIL T=TELEFONE '
                   'A=ALEATORIA): ' WITH NO ADVANCING
               ACCEPT WS-NEW-KEY-TYPE
               DISPLAY 'CONTA: ' WITH NO ADVANCING
               ACCEPT WS-INQ-ACCOUNT-ID
               PERFORM 2200-LOOKUP-HOLDER
               IF WS-NEW-KEY-TYPE NOT = 'C' AND
                  WS-NEW-KEY-TYPE NOT = 'E' AND
                  WS-NEW-KEY-TYPE NOT = 'T' AND
                  WS-NEW-KEY-TYPE NOT = 'A' THEN
                   DISPLAY 'TIPO DE CHAVE INVALIDO'
               ELSE
               IF WS-ACCOUNT-EXISTS = 'N' THEN
                   DISPLAY 'CONTA NAO ENCONTRADA'
               ELSE
               IF ACCOUNT-STATUS NOT = 'A' THEN
                   DISPLAY 'CONTA COM STATUS INVALIDO PARA A OPERACAO'
               ELSE
               IF WS-HOLDER-EXISTS = 'N' OR
                  PEOPLE-RW-CPF = ZERO THEN
                   DISPLAY 'TITULAR DA CONTA SEM CPF CADASTRADO'
               ELSE
                   MOVE PEOPLE-RW-CPF TO WS-CPF-TEXT
                   IF WS-NEW-KEY-TYPE = 'C' AND
                      WS-INQ-KEY NOT = WS-CPF-TEXT THEN
                       DISPLAY 'CHAVE CPF DIFERE DO CPF DO TITULAR'
                   ELSE
                       PERFORM 3100-WRITE-KEY
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       3100-WRITE-KEY.
           MOVE WS-INQ-KEY TO PIXK-KEY
           MOVE WS-NEW-KEY-TYPE TO PIXK-KEY-TYPE
           MOVE PEOPLE-RW-CPF TO PIXK-CPF
           MOVE ACCOUNT-ID TO PIXK-ACCOUNT-ID
           MOVE 'A' TO PIXK-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO PIXK-CREATED-DATE
           WRITE PIX-KEY-RECORD
               INVALID KEY
               DISPLAY 'ERRO AO INCLUIR CHAVE: ' WS-PIXKEY-FS
               NOT INVALID KEY
               DISPLAY 'CHAVE INCLUIDA PARA A CONTA ' PIXK-ACCOUNT-ID
               MOVE 'I' TO AUD-ACTION
               MOVE 'CHAVE' TO AUD-FIELD
               MOVE SPACES TO AUD-BEFORE
               MOVE SPACES TO AUD-AFTER
               STRING 'TIPO ' PIXK-KEY-TYPE
                      ' CPF ' PIXK-CPF
                      ' CONTA ' PIXK-ACCOUNT-ID
                      ' STATUS ' PIXK-STATUS
                   DELIMITED BY SIZE INTO AUD-AFTER
               PERFORM 7900-WRITE-AUDIT
           END-WRITE.

       4000-INACTIVATE-KEY.
           PERFORM 2100-LOOKUP-KEY
           IF WS-KEY-EXISTS = 'N' THEN
               DISPLAY 'CHAVE NAO ENCONTRADA'
           ELSE
           IF PIXK-STATUS NOT = 'A' THEN
               DISPLAY 'CHAVE JA INATIVA'
           ELSE
               MOVE 'I' TO PIXK-STATUS
               REWRITE PIX-KEY-RECORD
               DISPLAY 'CHAVE INATIVADA'
               MOVE 'A' TO AUD-ACTION
               MOVE 'STATUS' TO AUD-FIELD
               MOVE 'A' TO AUD-BEFORE
               MOVE PIXK-STATUS TO AUD-AFTER
               PERFORM 7900-WRITE-AUDIT
           END-IF
           END-IF.

       5000-LIST-KEYS.
           DISPLAY 'CONTA: ' WITH NO ADVANCING
           ACCEPT WS-INQ-ACCOUNT-ID
           MOVE ZERO TO WS-KEYS-SHOWN
           MOVE LOW-VALUES TO PIXK-KEY
           MOVE 'N' TO WS-SCAN-EOF
           START PIX-KEY KEY NOT < PIXK-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PIX-KEY NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PIXK-ACCOUNT-ID = WS-INQ-ACCOUNT-ID THEN
                           ADD 1 TO WS-KEYS-SHOWN
                           DISPLAY PIXK-KEY-TYPE ' ' PIXK-STATUS ' '
                               PIXK-CREATED-DATE ' ' PIXK-KEY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KEYS-SHOWN = ZERO THEN
               DISPLAY 'NENHUMA CHAVE CADASTRADA PARA A CONTA'
           END-IF.

       7900-WRITE-AUDIT.
           MOVE 'PIXKEY' TO AUD-FILE
           MOVE PIXK-KEY TO AUD-KEY
           MOVE PIXK-ACCOUNT-ID TO AUD-ACCOUNT-ID
           MOVE PIXK-ACCOUNT-ID TO WS-INQ-ACCOUNT-ID
           PERFORM 2200-LOOKUP-HOLDER
           IF WS-ACCOUNT-EXISTS = 'Y' THEN
               MOVE ACCOUNT-PEOPLE-ID TO AUD-PEOPLE-ID
           ELSE
               MOVE ZERO TO AUD-PEOPLE-ID
           END-IF
           MOVE 'PIXKEYMNT' TO AUD-PROGRAM
           MOVE ZERO TO AUD-BATCH-ID
           CALL 'AUDITLOG' USING AUDIT-CONTROL-AREA
           IF AUD-STATUS = 'N' THEN
               DISPLAY 'FALHA AO GRAVAR AUDITORIA'
           END-IF.

       9000-CLOSE-FILES.
           CLOSE PIX-KEY
           CLOSE ACCOUNT
           CLOSE PEOPLE-RW.
