01  INTEGRITY-CONTROL-RECORD.
    05  INTEGRITY-RUN-DATE         PIC X(08).
    05  INTEGRITY-RUN-TIME         PIC X(08).
    05  INTEGRITY-OPERATOR-ID      PIC X(08).
    05  INTEGRITY-SEVERE-COUNT     PIC 9(05).
    05  INTEGRITY-WARNING-COUNT    PIC 9(05).
