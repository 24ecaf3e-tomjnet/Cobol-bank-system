           COPY LEDGERREC.

           FD LEDGER-ARCHIVE.
           COPY LEDGARCREC.

       WORKING-STORAGE SECTION.
           01 WS-EOF PIC A(1).
