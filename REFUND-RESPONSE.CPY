01  RESPONSE-RECORD.
    05  RESPONSE-REFERENCE         PIC X(09).
    05  RESPONSE-TAXPAYER-ID       PIC X(09).
    05  RESPONSE-AMOUNT            PIC S9(7)V99.
    05  RESPONSE-CODE              PIC X(01).
        88  RESPONSE-PAID          VALUE "P".
        88  RESPONSE-RETURNED      VALUE "R".
    05  RESPONSE-DATE              PIC X(08).
    05  RESPONSE-RETURN-REASON     PIC X(20).
