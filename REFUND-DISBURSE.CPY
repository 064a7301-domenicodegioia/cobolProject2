01  DISBURSE-RECORD.
    05  DISBURSE-RECORD-TYPE       PIC X(01).
        88  DISBURSE-HEADER        VALUE "H".
        88  DISBURSE-DETAIL        VALUE "D".
        88  DISBURSE-TRAILER       VALUE "T".
    05  DISBURSE-HEADER-DATA.
        10  DISBURSE-FILE-DATE     PIC X(08).
        10  DISBURSE-FILE-TIME     PIC X(06).
        10  DISBURSE-ORIGINATOR    PIC X(20).
        10  FILLER                 PIC X(05).
    05  DISBURSE-DETAIL-DATA REDEFINES DISBURSE-HEADER-DATA.
        10  DISBURSE-REFERENCE     PIC X(09).
        10  DISBURSE-TAXPAYER-ID   PIC X(09).
        10  DISBURSE-AMOUNT        PIC S9(7)V99.
        10  DISBURSE-VALUE-DATE    PIC X(08).
        10  FILLER                 PIC X(04).
    05  DISBURSE-TRAILER-DATA REDEFINES DISBURSE-HEADER-DATA.
        10  DISBURSE-RECORD-COUNT  PIC 9(07).
        10  DISBURSE-TOTAL-AMOUNT  PIC S9(9)V99.
        10  FILLER                 PIC X(21).
