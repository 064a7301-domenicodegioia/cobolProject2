01  REGISTER-RECORD.
    05  REGISTER-KEY.
        10  REGISTER-EMPLOYER-ID   PIC X(09).
        10  REGISTER-EMPLOYEE-ID   PIC X(09).
        10  REGISTER-PERIOD        PIC X(06).
    05  REGISTER-INCOME            PIC S9(7)V99.
    05  REGISTER-CONTRIBUTION      PIC S9(7)V99.
    05  REGISTER-LINE-COUNT        PIC 9(03).
    05  REGISTER-POSTED-DATE       PIC X(08).
