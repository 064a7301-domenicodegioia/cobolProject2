01  PENDING-RECORD.
    05  PENDING-KEY.
        10  PENDING-DATE           PIC X(08).
        10  PENDING-SEQ            PIC 9(04).
    05  PENDING-ACTION             PIC X(02).
        88  PENDING-REFUND             VALUE "RF".
        88  PENDING-DELETE             VALUE "DL".
        88  PENDING-INCOME             VALUE "IC".
        88  PENDING-REASSESS           VALUE "RA".
    05  PENDING-TAXPAYER-ID        PIC X(09).
    05  PENDING-PERIOD             PIC X(06).
    05  PENDING-AMOUNT             PIC S9(7)V99.
    05  PENDING-MAKER-ID           PIC X(08).
    05  PENDING-TIME               PIC X(08).
    05  PENDING-STATUS             PIC X(01).
        88  PENDING-IS-OPEN            VALUE "P".
        88  PENDING-IS-APPROVED        VALUE "A".
        88  PENDING-IS-REJECTED        VALUE "R".
    05  PENDING-CHECKER-ID         PIC X(08).
    05  PENDING-DECIDED-DATE       PIC X(08).
    05  PENDING-REJECT-REASON      PIC X(30).
