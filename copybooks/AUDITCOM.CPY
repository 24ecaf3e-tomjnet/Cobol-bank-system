       01 AUDIT-CONTROL-AREA.
           05 AUD-FILE PIC X(10).
           05 AUD-KEY PIC X(25).
           05 AUD-ACCOUNT-ID PIC 9(10).
           05 AUD-PEOPLE-ID PIC 9(10).
           05 AUD-ACTION PIC X(1).
           05 AUD-FIELD PIC X(20).
           05 AUD-BEFORE PIC X(255).
           05 AUD-AFTER PIC X(255).
           05 AUD-PROGRAM PIC X(15).
           05 AUD-BATCH-ID PIC 9(8).
           05 AUD-STATUS PIC A(1).
