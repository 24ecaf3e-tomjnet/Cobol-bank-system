       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT AUDIT-JOURNAL ASSIGN TO 'storage/audit.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-FS.
             SELECT AUDIT-REPORT ASSIGN TO 'storage/audit_report.data'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-JOURNAL.
           COPY AUDITREC.

           FD AUDIT-REPORT.
           01 AUDIT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
           01 WS-AUDIT-FS PIC X(2).
           01 WS-REPORT-FS PIC X(2).
           01 WS-SELECTED PIC A(1).
           01 WS-FROM-DATE PIC 9(8).
           01 WS-TO-DATE PIC 9(8).
           01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE ZERO.

           01 WS-RPT-HEADER.
               05 FILLER PIC X(30) VALUE
                   'TRILHA DE AUDITORIA - SELECAO '.
               05 WS-RH-TYPE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RH-ID PIC Z(10).
               05 FILLER PIC X(9) VALUE ' PERIODO '.
               05 WS-RH-FROM PIC 9(8).
               05 FILLER PIC X(3) VALUE ' A '.
               05 WS-RH-TO PIC 9(8).
               05 FILLER PIC X(55) VALUE SPACES.

           01 WS-RPT-COLUMNS.
               05 FILLER PIC X(9) VALUE 'DATA'.
               05 FILLER PIC X(7) VALUE 'HORA'.
               05 FILLER PIC X(16) VALUE 'PROGRAMA'.
               05 FILLER PIC X(9) VALUE 'LOTE'.
               05 FILLER PIC X(11) VALUE 'ARQUIVO'.
               05 FILLER PIC X(26) VALUE 'CHAVE'.
               05 FILLER PIC X(2) VALUE 'A'.
               05 FILLER PIC X(21) VALUE 'CAMPO'.
               05 FILLER PIC X(11) VALUE 'CONTA'.
               05 FILLER PIC X(20) VALUE 'PESSOA'.

           01 WS-RPT-DETAIL.
               05 WS-RD-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-TIME PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-PROGRAM PIC X(15).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-BATCH PIC Z(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-FILE PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-KEY PIC X(25).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-ACTION PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-FIELD PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-ACCOUNT PIC Z(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RD-PEOPLE PIC Z(10).
               05 FILLER PIC X(10) VALUE SPACES.

           01 WS-RPT-BEFORE.
               05 FILLER PIC X(12) VALUE '    ANTES.: '.
               05 WS-RB-VALUE PIC X(120).

           01 WS-RPT-AFTER.
               05 FILLER PIC X(12) VALUE '    DEPOIS: '.
               05 WS-RA-VALUE PIC X(120).

           01 WS-RPT-CONTINUED.
               05 FILLER PIC X(12) VALUE SPACES.
               05 WS-RC-VALUE PIC X(120).

           01 WS-RPT-TOTAL.
               05 FILLER PIC X(28) VALUE
                   'REGISTROS SELECIONADOS....: '.
               05 WS-RT-COUNT PIC ZZZZZZ9.
               05 FILLER PIC X(97) VALUE SPACES.

           01 WS-RPT-EMPTY.
               05 FILLER PIC X(132) VALUE
                   'NENHUMA ALTERACAO ENCONTRADA PARA A SELECAO'.

           LINKAGE SECTION.
           01 WS-AUDIT-SELECTION.
               05 WS-SEL-TYPE PIC X(1).
               05 WS-SEL-ID PIC 9(10).
               05 WS-SEL-START-DATE PIC 9(8).
               05 WS-SEL-END-DATE PIC 9(8).

       PROCEDURE DIVISION USING WS-AUDIT-SELECTION.
       0000-MAIN.
           IF WS-SEL-TYPE NOT = 'P' AND
              WS-SEL-TYPE NOT = 'A' AND
              WS-SEL-TYPE NOT = 'D' THEN
               DISPLAY 'AUDITRPT: SELECAO INVALIDA - USAR P (PESSOA)'
                   ', A (CONTA) OU D (PERIODO)'
               GOBACK
           END-IF
           PERFORM 1000-OPEN-FILES
           IF WS-AUDIT-FS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-JOURNAL
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 3000-SELECT-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 5000-REPORT-TOTALS
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'AUDITRPT: ' WS-SELECTED-COUNT
               ' ALTERACOES SELECIONADAS DE ' WS-READ-COUNT
           GOBACK.

       1000-OPEN-FILES.
           MOVE WS-SEL-START-DATE TO WS-FROM-DATE
           MOVE WS-SEL-END-DATE TO WS-TO-DATE
           IF WS-TO-DATE = ZERO THEN
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           OPEN INPUT AUDIT-JOURNAL
           OPEN OUTPUT AUDIT-REPORT
           EVALUATE WS-SEL-TYPE
               WHEN 'P'
                   MOVE 'PESSOA' TO WS-RH-TYPE
                   MOVE WS-SEL-ID TO WS-RH-ID
               WHEN 'A'
                   MOVE 'CONTA' TO WS-RH-TYPE
                   MOVE WS-SEL-ID TO WS-RH-ID
               WHEN OTHER
                   MOVE 'PERIODO' TO WS-RH-TYPE
                   MOVE ZERO TO WS-RH-ID
           END-EVALUATE
           MOVE WS-FROM-DATE TO WS-RH-FROM
           MOVE WS-TO-DATE TO WS-RH-TO
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-HEADER
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-COLUMNS.

       3000-SELECT-ENTRY.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-SELECTED
           IF AUDIT-BUSINESS-DATE NOT < WS-FROM-DATE AND
              AUDIT-BUSINESS-DATE NOT > WS-TO-DATE THEN
               EVALUATE WS-SEL-TYPE
                   WHEN 'P'
                       IF AUDIT-PEOPLE-ID = WS-SEL-ID THEN
                           MOVE 'Y' TO WS-SELECTED
                       END-IF
                   WHEN 'A'
                       IF AUDIT-ACCOUNT-ID = WS-SEL-ID THEN
                           MOVE 'Y' TO WS-SELECTED
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-SELECTED
               END-EVALUATE
           END-IF
           IF WS-SELECTED = 'Y' THEN
               PERFORM 3100-PRINT-ENTRY
           END-IF.

       3100-PRINT-ENTRY.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE AUDIT-BUSINESS-DATE TO WS-RD-DATE
           MOVE AUDIT-TIME TO WS-RD-TIME
           MOVE AUDIT-PROGRAM TO WS-RD-PROGRAM
           MOVE AUDIT-BATCH-ID TO WS-RD-BATCH
           MOVE AUDIT-FILE TO WS-RD-FILE
           MOVE AUDIT-KEY TO WS-RD-KEY
           MOVE AUDIT-ACTION TO WS-RD-ACTION
           MOVE AUDIT-FIELD TO WS-RD-FIELD
           MOVE AUDIT-ACCOUNT-ID TO WS-RD-ACCOUNT
           MOVE AUDIT-PEOPLE-ID TO WS-RD-PEOPLE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-DETAIL
           MOVE AUDIT-BEFORE(1:120) TO WS-RB-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-BEFORE
           IF AUDIT-BEFORE(121:135) NOT = SPACES THEN
               MOVE AUDIT-BEFORE(121:120) TO WS-RC-VALUE
               WRITE AUDIT-REPORT-LINE FROM WS-RPT-CONTINUED
               IF AUDIT-BEFORE(241:15) NOT = SPACES THEN
                   MOVE AUDIT-BEFORE(241:15) TO WS-RC-VALUE
                   WRITE AUDIT-REPORT-LINE FROM WS-RPT-CONTINUED
               END-IF
           END-IF
           MOVE AUDIT-AFTER(1:120) TO WS-RA-VALUE
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-AFTER
           IF AUDIT-AFTER(121:135) NOT = SPACES THEN
               MOVE AUDIT-AFTER(121:120) TO WS-RC-VALUE
               WRITE AUDIT-REPORT-LINE FROM WS-RPT-CONTINUED
               IF AUDIT-AFTER(241:15) NOT = SPACES THEN
                   MOVE AUDIT-AFTER(241:15) TO WS-RC-VALUE
                   WRITE AUDIT-REPORT-LINE FROM WS-RPT-CONTINUED
               END-IF
           END-IF.

       5000-REPORT-TOTALS.
           IF WS-SELECTED-COUNT = ZERO THEN
               WRITE AUDIT-REPORT-LINE FROM WS-RPT-EMPTY
           END-IF
           MOVE WS-SELECTED-COUNT TO WS-RT-COUNT
           WRITE AUDIT-REPORT-LINE FROM WS-RPT-TOTAL.

       9000-CLOSE-FILES.
           IF WS-AUDIT-FS = '00' THEN
               CLOSE AUDIT-JOURNAL
           END-IF
           CLOSE AUDIT-REPORT.
