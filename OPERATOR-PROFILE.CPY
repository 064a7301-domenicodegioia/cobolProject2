01  OPERATOR-PROFILE-RECORD.
    05  PROFILE-OPERATOR-ID        PIC X(08).
    05  PROFILE-NAME               PIC X(30).
    05  PROFILE-ROLE               PIC X(01).
        88  PROFILE-IS-CLERK           VALUE "C".
        88  PROFILE-IS-SUPERVISOR      VALUE "S".
    05  PROFILE-RIGHTS.
        10  PROFILE-RIGHT-REFUND   PIC X(01).
        10  PROFILE-RIGHT-DELETE   PIC X(01).
        10  PROFILE-RIGHT-CORRECT  PIC X(01).
        10  PROFILE-RIGHT-REASSESS PIC X(01).
        10  PROFILE-RIGHT-APPROVE  PIC X(01).
    05  PROFILE-STATUS             PIC X(01).
        88  PROFILE-IS-ACTIVE          VALUE "A".
        88  PROFILE-IS-REVOKED         VALUE "R".
    05  PROFILE-LAST-UPDATED       PIC X(08).
    05  PROFILE-UPDATED-BY         PIC X(08).
