    05  REFUND-AMOUNT              PIC S9(7)V99.
    05  REFUND-APPROVED-DATE       PIC X(08).
    05  REFUND-OPERATOR-ID         PIC X(08).
    05  REFUND-STATUS              PIC X(01).
        88  REFUND-IS-APPROVED     VALUE "A" " ".
        88  REFUND-IS-SENT         VALUE "S".
        88  REFUND-IS-PAID         VALUE "P".
        88  REFUND-IS-RETURNED     VALUE "R".
    05  REFUND-STATUS-DATE         PIC X(08).
    05  REFUND-REFERENCE           PIC X(09).
