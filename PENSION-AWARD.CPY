01  AWARD-RECORD.
    05  AWARD-TAXPAYER-ID          PIC X(09).
    05  AWARD-ANNUAL-AMOUNT        PIC S9(7)V99.
    05  AWARD-START-DATE           PIC X(08).
    05  AWARD-YEARS                PIC 9(03).
    05  AWARD-YEARS-SOURCE         PIC X(01).
        88  AWARD-YEARS-DERIVED        VALUE "D".
        88  AWARD-YEARS-OVERRIDDEN     VALUE "O".
    05  AWARD-STATUS               PIC X(01).
        88  AWARD-IS-ACTIVE            VALUE "A".
        88  AWARD-IS-SUSPENDED         VALUE "S".
        88  AWARD-IS-CEASED            VALUE "C".
    05  AWARD-STATUS-DATE          PIC X(08).
    05  AWARD-LAST-PAID-PERIOD     PIC X(06).
    05  AWARD-OPERATOR-ID          PIC X(08).
