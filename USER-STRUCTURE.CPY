        88  YEARS-ARE-VALID        VALUE "Y".
        88  YEARS-NOT-VALID        VALUE "N".
    05  USER-OPERATOR-ID           PIC X(08).
    05  USER-OPERATOR-ROLE         PIC X(01).
        88  OPERATOR-IS-CLERK      VALUE "C".
        88  OPERATOR-IS-SUPERVISOR VALUE "S".
    05  USER-OPERATOR-RIGHTS.
        10  USER-RIGHT-REFUND      PIC X(01).
            88  MAY-REQUEST-REFUND         VALUE "Y".
        10  USER-RIGHT-DELETE      PIC X(01).
            88  MAY-REQUEST-DELETE         VALUE "Y".
        10  USER-RIGHT-CORRECT     PIC X(01).
            88  MAY-REQUEST-CORRECTION     VALUE "Y".
        10  USER-RIGHT-REASSESS    PIC X(01).
            88  MAY-REQUEST-REASSESSMENT   VALUE "Y".
        10  USER-RIGHT-APPROVE     PIC X(01).
            88  MAY-APPROVE-REQUESTS       VALUE "Y".
    05  USER-REQUEST-CODE          PIC X(02).
        88  NO-REQUEST-CODE        VALUE SPACES.
        88  REQUEST-REFUND         VALUE "RF".
        88  REQUEST-DELETE         VALUE "DL".
        88  REQUEST-INCOME         VALUE "IC".
        88  REQUEST-REASSESS       VALUE "RA".
        88  REQUEST-BANK-INTAKE    VALUE "BI".
        88  REQUEST-ACCRUAL        VALUE "PA".
        88  REQUEST-MISSED-REPORT  VALUE "MI".
    05  USER-REQUEST-PERIOD        PIC X(06).
    05  USER-REQUEST-AMOUNT        PIC S9(7)V99.
    05  USER-REQUEST-RESULT        PIC X(01).
        88  REQUEST-SUCCEEDED      VALUE "Y".
        88  REQUEST-FAILED         VALUE "N".
        88  REQUEST-WARNING        VALUE "W".
    05  USER-REQUEST-COUNT         PIC 9(07).
