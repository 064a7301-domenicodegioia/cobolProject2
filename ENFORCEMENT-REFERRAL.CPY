01  REFERRAL-RECORD.
    05  REFERRAL-DATE              PIC X(08).
    05  REFERRAL-TAXPAYER-ID       PIC X(09).
    05  REFERRAL-NAME              PIC X(30).
    05  REFERRAL-ADDRESS-1         PIC X(30).
    05  REFERRAL-ADDRESS-2         PIC X(30).
    05  REFERRAL-ADDRESS-3         PIC X(30).
    05  REFERRAL-CONTACT           PIC X(20).
    05  REFERRAL-ASSESSED-PERIOD   PIC X(06).
    05  REFERRAL-CASE-OPENED       PIC X(08).
    05  REFERRAL-DAYS-OVERDUE      PIC 9(05).
    05  REFERRAL-PRINCIPAL-DUE     PIC S9(7)V99.
    05  REFERRAL-PENALTY-DUE       PIC S9(7)V99.
    05  REFERRAL-INTEREST-DUE      PIC S9(7)V99.
    05  REFERRAL-BALANCE-DUE       PIC S9(7)V99.
