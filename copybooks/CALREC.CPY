       01 CALENDAR-RECORD.
           05 CAL-DATE PIC 9(8).
           05 CAL-SCOPE PIC X(1).
           05 CAL-DESCRIPTION PIC X(40).
