       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT CALENDAR-FILE ASSIGN TO 'storage/calendar.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS CAL-DATE
             FILE STATUS IS WS-CAL-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CALENDAR-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
           01 WS-CAL-FS PIC X(2).
           01 WS-OPTION PIC 9(1).
           01 WS-CAL-EXISTS PIC A(1).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-ITEMS-SHOWN PIC 9(5).
           01 WS-INQ-DATE PIC 9(8).
           01 WS-INQ-YEAR PIC 9(4).
           01 WS-NEW-SCOPE PIC X(1).
           01 WS-NEW-DESCRIPTION PIC X(40).
           COPY CALCOM.
           COPY AUDITCOM.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           MOVE ZERO TO WS-OPTION
           PERFORM UNTIL WS-OPTION = 9
               PERFORM 2000-SHOW-MENU
               EVALUATE WS-OPTION
                   WHEN 1 PERFORM 3000-INCLUDE-HOLIDAY
                   WHEN 2 PERFORM 4000-REMOVE-HOLIDAY
                   WHEN 3 PERFORM 5000-LIST-HOLIDAYS
                   WHEN 4 PERFORM 6000-CHECK-DATE
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O CALENDAR-FILE
           IF WS-CAL-FS = '35' THEN
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.

       2000-SHOW-MENU.
           DISPLAY '===== CALENDARIO DE DIAS UTEIS ====='
           DISPLAY '1 - INCLUIR FERIADO'
           DISPLAY '2 - EXCLUIR FERIADO'
           DISPLAY '3 - LISTAR FERIADOS DO ANO'
           DISPLAY '4 - CONSULTAR DATA'
           DISPLAY '9 - SAIR'
           DISPLAY 'OPCAO: ' WITH NO ADVANCING
           ACCEPT WS-OPTION.

       2100-LOOKUP-DATE.
           DISPLAY 'DATA (AAAAMMDD): ' WITH NO ADVANCING
           ACCEPT WS-INQ-DATE
           MOVE WS-INQ-DATE TO CAL-DATE
           READ CALENDAR-FILE
               KEY IS CAL-DATE
               INVALID KEY
               MOVE 'N' TO WS-CAL-EXISTS
               NOT INVALID KEY
               MOVE 'Y' TO WS-CAL-EXISTS
           END-READ.

       3000-INCLUDE-HOLIDAY.
           PERFORM 2100-LOOKUP-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-INQ-DATE) NOT = ZERO THEN
               DISPLAY 'DATA INVALIDA'
           ELSE
           IF WS-CAL-EXISTS = 'Y' THEN
               DISPLAY 'FERIADO JA CADASTRADO: ' CAL-DESCRIPTION
           ELSE
               DISPLAY 'ABRANGENCIA (N=NACIONAL E=ESTADUAL '
                   'M=MUNICIPAL): ' WITH NO ADVANCING
               ACCEPT WS-NEW-SCOPE
               DISPLAY 'DESCRICAO: ' WITH NO ADVANCING
               ACCEPT WS-NEW-DESCRIPTION
               IF WS-NEW-SCOPE NOT = 'N' AND
                  WS-NEW-SCOPE NOT = 'E' AND
                  WS-NEW-SCOPE NOT = 'M' THEN
                   DISPLAY 'ABRANGENCIA INVALIDA'
               ELSE
                   MOVE WS-INQ-DATE TO CAL-DATE
                   MOVE WS-NEW-SCOPE TO CAL-SCOPE
                   MOVE WS-NEW-DESCRIPTION TO CAL-DESCRIPTION
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                       DISPLAY 'FERIADO JA CADASTRADO'
                       NOT INVALID KEY
                       DISPLAY 'FERIADO INCLUIDO'
                       CANCEL 'CALENDAR'
                       MOVE 'I' TO AUD-ACTION
                       MOVE SPACES TO AUD-BEFORE
                       MOVE SPACES TO AUD-AFTER
                       STRING CAL-SCOPE ' ' CAL-DESCRIPTION
                           DELIMITED BY SIZE INTO AUD-AFTER
                       PERFORM 7000-AUDIT-HOLIDAY
                   END-WRITE
               END-IF
           END-IF
           END-IF.

       4000-REMOVE-HOLIDAY.
           PERFORM 2100-LOOKUP-DATE
           IF WS-CAL-EXISTS = 'N' THEN
               DISPLAY 'FERIADO NAO ENCONTRADO'
           ELSE
               MOVE SPACES TO AUD-BEFORE
               STRING CAL-SCOPE ' ' CAL-DESCRIPTION
                   DELIMITED BY SIZE INTO AUD-BEFORE
               DELETE CALENDAR-FILE
               DISPLAY 'FERIADO EXCLUIDO'
               CANCEL 'CALENDAR'
               MOVE 'E' TO AUD-ACTION
               MOVE SPACES TO AUD-AFTER
               PERFORM 7000-AUDIT-HOLIDAY
           END-IF.

       5000-LIST-HOLIDAYS.
           DISPLAY 'ANO (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-INQ-YEAR
           MOVE ZERO TO WS-ITEMS-SHOWN
           COMPUTE CAL-DATE = WS-INQ-YEAR * 10000 + 101
           MOVE 'N' TO WS-SCAN-EOF
           START CALENDAR-FILE KEY NOT < CAL-DATE
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CALENDAR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CAL-DATE(1:4) NOT = WS-INQ-YEAR THEN
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-ITEMS-SHOWN
                           DISPLAY CAL-DATE ' ' CAL-SCOPE ' '
                               CAL-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ITEMS-SHOWN = ZERO THEN
               DISPLAY 'NENHUM FERIADO CADASTRADO NO ANO'
           END-IF.

       6000-CHECK-DATE.
           DISPLAY 'DATA (AAAAMMDD): ' WITH NO ADVANCING
           ACCEPT WS-INQ-DATE
           MOVE 'V' TO CLD-FUNCTION
           MOVE WS-INQ-DATE TO CLD-DATE
           CALL 'CALENDAR' USING CALENDAR-AREA
           IF CLD-STATUS = 'N' THEN
               DISPLAY 'FALHA: ' CLD-MESSAGE
           ELSE
               IF CLD-BUSINESS-DAY = 'Y' THEN
                   DISPLAY WS-INQ-DATE ' E DIA UTIL'
               ELSE
                   DISPLAY WS-INQ-DATE ' NAO E DIA UTIL'
                   MOVE 'P' TO CLD-FUNCTION
                   CALL 'CALENDAR' USING CALENDAR-AREA
                   DISPLAY 'DIA UTIL ANTERIOR...: ' CLD-RESULT-DATE
                   MOVE 'N' TO CLD-FUNCTION
                   CALL 'CALENDAR' USING CALENDAR-AREA
                   DISPLAY 'PROXIMO DIA UTIL....: ' CLD-RESULT-DATE
               END-IF
           END-IF.

       7000-AUDIT-HOLIDAY.
           MOVE 'CALENDAR' TO AUD-FILE
           MOVE WS-INQ-DATE TO AUD-KEY
           MOVE ZERO TO AUD-ACCOUNT-ID
           MOVE ZERO TO AUD-PEOPLE-ID
           MOVE 'FERIADO' TO AUD-FIELD
           MOVE 'CALMNT' TO AUD-PROGRAM
           MOVE ZERO TO AUD-BATCH-ID
           CALL 'AUDITLOG' USING AUDIT-CONTROL-AREA
           IF AUD-STATUS = 'N' THEN
               DISPLAY 'FALHA AO GRAVAR AUDITORIA'
           END-IF.

       9000-CLOSE-FILES.
           CLOSE CALENDAR-FILE.
