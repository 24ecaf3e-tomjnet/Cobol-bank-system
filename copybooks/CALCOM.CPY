       01 CALENDAR-AREA.
           05 CLD-FUNCTION PIC X(1).
           05 CLD-PRODUCT PIC X(8).
           05 CLD-DATE PIC 9(8).
           05 CLD-END-DATE PIC 9(8).
           05 CLD-RESULT-DATE PIC 9(8).
           05 CLD-DAYS PIC 9(5).
           05 CLD-BUSINESS-DAY PIC A(1).
           05 CLD-STATUS PIC A(1).
           05 CLD-MESSAGE PIC X(60).
