        88  SUSPENSE-UNKNOWN-TAXPAYER  VALUE "UT".
        88  SUSPENSE-BAD-AMOUNT        VALUE "BA".
        88  SUSPENSE-POSTING-FAILED    VALUE "PF".
    05  SUSPENSE-STATUS            PIC X(01).
        88  SUSPENSE-IS-OPEN           VALUE "O" " ".
        88  SUSPENSE-IS-REASSIGNED     VALUE "R".
        88  SUSPENSE-IS-RETURNED       VALUE "T".
        88  SUSPENSE-IS-WRITTEN-OFF    VALUE "W".
    05  SUSPENSE-RESOLVED-ID       PIC X(09).
    05  SUSPENSE-RESOLVED-DATE     PIC X(08).
    05  SUSPENSE-RESOLVED-BY       PIC X(08).
    05  SUSPENSE-WRITE-OFF-REASON  PIC X(30).
