       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITLOG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT BUSDATE-CTL ASSIGN TO 'storage/busdate.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-FS.
             SELECT AUDIT-JOURNAL ASSIGN TO 'storage/audit.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD BUSDATE-CTL.
           01 BUSDATE-RECORD.
               05 BUSDATE-VALUE PIC 9(8).

           FD AUDIT-JOURNAL.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           01 WS-BUSDATE-FS PIC X(2).
           01 WS-AUDIT-FS PIC X(2).
           01 WS-BUSINESS-DATE PIC 9(8).

           LINKAGE SECTION.
           COPY AUDITCOM.

       PROCEDURE DIVISION USING AUDIT-CONTROL-AREA.
       0000-MAIN.
           MOVE 'Y' TO AUD-STATUS
           PERFORM 2000-READ-BUSINESS-DATE
           PERFORM 4000-WRITE-AUDIT-RECORD
           GOBACK.

       2000-READ-BUSINESS-DATE.
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

       4000-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-JOURNAL
           IF WS-AUDIT-FS = '35' THEN
               OPEN OUTPUT AUDIT-JOURNAL
           END-IF
           MOVE WS-BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-TIME
           MOVE AUD-PROGRAM TO AUDIT-PROGRAM
           MOVE AUD-BATCH-ID TO AUDIT-BATCH-ID
           MOVE AUD-FILE TO AUDIT-FILE
           MOVE AUD-KEY TO AUDIT-KEY
           MOVE AUD-ACCOUNT-ID TO AUDIT-ACCOUNT-ID
           MOVE AUD-PEOPLE-ID TO AUDIT-PEOPLE-ID
           MOVE AUD-ACTION TO AUDIT-ACTION
           MOVE AUD-FIELD TO AUDIT-FIELD
           MOVE AUD-BEFORE TO AUDIT-BEFORE
           MOVE AUD-AFTER TO AUDIT-AFTER
           WRITE AUDIT-RECORD
           IF WS-AUDIT-FS NOT = '00' THEN
               MOVE 'N' TO AUD-STATUS
               DISPLAY 'AUDITLOG: ERRO DE GRAVACAO ' WS-AUDIT-FS
           END-IF
           CLOSE AUDIT-JOURNAL.
