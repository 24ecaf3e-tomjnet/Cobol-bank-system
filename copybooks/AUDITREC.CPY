       01 AUDIT-RECORD.
           05 AUDIT-BUSINESS-DATE PIC 9(8).
           05 AUDIT-TIME PIC 9(6).
           05 AUDIT-PROGRAM PIC X(15).
           05 AUDIT-BATCH-ID PIC 9(8).
           05 AUDIT-FILE PIC X(10).
           05 AUDIT-KEY PIC X(25).
           05 AUDIT-ACCOUNT-ID PIC 9(10).
           05 AUDIT-PEOPLE-ID PIC 9(10).
           05 AUDIT-ACTION PIC X(1).
           05 AUDIT-FIELD PIC X(20).
           05 AUDIT-BEFORE PIC X(255).
           05 AUDIT-AFTER PIC X(255).
