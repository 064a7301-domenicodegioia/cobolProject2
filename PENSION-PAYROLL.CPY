01  PAYROLL-RECORD.
    05  PAYROLL-TAXPAYER-ID        PIC X(09).
    05  PAYROLL-PERIOD             PIC X(06).
    05  PAYROLL-AMOUNT             PIC S9(7)V99.
    05  PAYROLL-PAYMENT-DATE       PIC X(08).
