01  COLLECTION-CASE-RECORD.
    05  CASE-TAXPAYER-ID           PIC X(09).
    05  CASE-OPENED-DATE           PIC X(08).
    05  CASE-STAGE                 PIC 9(01).
        88  CASE-NOT-YET-NOTIFIED  VALUE 0.
        88  CASE-FIRST-REMINDER    VALUE 1.
        88  CASE-SECOND-REMINDER   VALUE 2.
        88  CASE-FINAL-DEMAND      VALUE 3.
        88  CASE-REFERRED          VALUE 4.
    05  CASE-STATUS                PIC X(01).
        88  CASE-IS-OPEN           VALUE "O".
        88  CASE-IS-HELD           VALUE "H".
        88  CASE-IS-CLOSED         VALUE "C".
    05  CASE-LAST-ACTION-DATE      PIC X(08).
    05  CASE-ASSESSED-PERIOD       PIC X(06).
    05  CASE-DAYS-OVERDUE          PIC 9(05).
    05  CASE-BALANCE-DUE           PIC S9(7)V99.
    05  CASE-CLOSED-DATE           PIC X(08).
