IDENTIFICATION DIVISION.
PROGRAM-ID. APPROVALMODULE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY PENDING-KEY
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-PENDING-FILE-STATUS.
    SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY PROFILE-OPERATOR-ID
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-PROFILE-FILE-STATUS.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PENDING-FILE.
COPY "PENDING-APPROVAL.CPY".
FD  OPERATOR-PROFILE-FILE.
COPY "OPERATOR-PROFILE.CPY".
FD  AUDIT-TRAIL-FILE.
COPY "AUDIT-RECORD.CPY".
WORKING-STORAGE SECTION.
77  WS-PENDING-FILE-STATUS          PIC X(02).
77  WS-PROFILE-FILE-STATUS          PIC X(02).
77  WS-AUDIT-FILE-STATUS            PIC X(02).
77  WS-AUDIT-DATE                   PIC X(08).
77  WS-AUDIT-TIME                   PIC X(08).
77  WS-AUDIT-ACTION                 PIC X(19).
77  WS-AUDIT-TAXPAYER-ID            PIC X(09).
77  WS-AUDIT-AMOUNT                 PIC S9(7)V99.
77  WS-TODAY-DATE                   PIC X(08).
77  WS-TODAY-DAY-NUMBER             PIC 9(07).
77  WS-APPROVAL-MENU-CHOICE         PIC X(01) VALUE SPACE.
    88  LEAVE-APPROVAL-MENU         VALUE "0".
77  WS-PENDING-EOF                  PIC X(01).
    88  PENDING-EOF                 VALUE "Y".
77  WS-PROFILE-EOF                  PIC X(01).
    88  PROFILE-EOF                 VALUE "Y".
77  WS-PROFILE-FOUND                PIC X(01).
    88  PROFILE-WAS-FOUND           VALUE "Y".
77  WS-RECORD-SAVED                 PIC X(01).
    88  RECORD-WAS-SAVED            VALUE "Y".
77  WS-PROFILES-ON-FILE             PIC X(01).
    88  PROFILES-ARE-ON-FILE        VALUE "Y".
77  WS-DECISION                     PIC X(01).
77  WS-REJECT-REASON                PIC X(30).
77  WS-SAVE-USER-ID                 PIC X(09).
77  WS-ACTION-DESCRIPTION           PIC X(20).
77  WS-REVIEW-COUNT                 PIC 9(05).
77  WS-APPROVED-COUNT               PIC 9(05).
77  WS-REJECTED-COUNT               PIC 9(05).
77  WS-OVERDUE-DAYS                 PIC 9(03).
77  WS-PENDING-AGE                  PIC S9(07).
77  WS-OPEN-COUNT                   PIC 9(05).
77  WS-OVERDUE-COUNT                PIC 9(05).
77  WS-PROFILE-ID                   PIC X(08).
77  WS-PROFILE-COUNT                PIC 9(05).
77  WS-FLAG-ANSWER                  PIC X(01).
77  WS-NEW-NAME                     PIC X(30).
77  WS-DAYNUM-DATE                  PIC X(08).
77  WS-DAYNUM-VALID                 PIC X(01).
    88  DAYNUM-IS-VALID             VALUE "Y".
77  WS-DAYNUM-YEAR                  PIC 9(04).
77  WS-DAYNUM-MONTH                 PIC 9(02).
77  WS-DAYNUM-DAY                   PIC 9(02).
77  WS-DAYNUM-PRIOR-YEARS           PIC 9(04).
77  WS-DAYNUM-LEAP-4                PIC 9(04).
77  WS-DAYNUM-LEAP-100              PIC 9(04).
77  WS-DAYNUM-LEAP-400              PIC 9(04).
77  WS-DAYNUM-QUOTIENT              PIC 9(04).
77  WS-DAYNUM-REM-4                 PIC 9(03).
77  WS-DAYNUM-REM-100               PIC 9(03).
77  WS-DAYNUM-REM-400               PIC 9(03).
77  WS-DAY-NUMBER                   PIC 9(07).
01  WS-MONTH-START-VALUES           PIC X(36)
        VALUE "000031059090120151181212243273304334".
01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
    05  WS-DAYS-BEFORE-MONTH        PIC 9(03) OCCURS 12 TIMES.
LINKAGE SECTION.
COPY "USER-STRUCTURE.CPY".
PROCEDURE DIVISION USING USER-STRUCTURE.
    DISPLAY "Supervisor Approvals and Operator Profiles"
    MOVE SPACE TO WS-APPROVAL-MENU-CHOICE
    PERFORM APPROVAL-MENU-SELECTION UNTIL LEAVE-APPROVAL-MENU
    GOBACK.

APPROVAL-MENU-SELECTION.
    DISPLAY "Choose an approval option:"
    DISPLAY "1. Review Pending Approvals"
    DISPLAY "2. Overdue Approvals Report"
    DISPLAY "3. Maintain an Operator Profile"
    DISPLAY "4. List Operator Profiles"
    DISPLAY "0. Return to Utilities Menu"
    ACCEPT WS-APPROVAL-MENU-CHOICE
    EVALUATE WS-APPROVAL-MENU-CHOICE
        WHEN "1" PERFORM REVIEW-PENDING-APPROVALS
        WHEN "2" PERFORM OVERDUE-APPROVALS-REPORT
        WHEN "3" PERFORM MAINTAIN-OPERATOR-PROFILE
        WHEN "4" PERFORM LIST-OPERATOR-PROFILES
        WHEN "0" CONTINUE
        WHEN OTHER DISPLAY "Invalid option"
    END-EVALUATE.

REVIEW-PENDING-APPROVALS.
    IF NOT OPERATOR-IS-SUPERVISOR OR NOT MAY-APPROVE-REQUESTS
        DISPLAY "Operator " USER-OPERATOR-ID
            " does not hold supervisor approval rights"
    ELSE
        MOVE ZERO TO WS-REVIEW-COUNT
        MOVE ZERO TO WS-APPROVED-COUNT
        MOVE ZERO TO WS-REJECTED-COUNT
        MOVE "N" TO WS-PENDING-EOF
        OPEN I-O PENDING-FILE
        IF WS-PENDING-FILE-STATUS NOT = "00"
            DISPLAY "No requests are awaiting approval"
        ELSE
            MOVE LOW-VALUES TO PENDING-KEY
            START PENDING-FILE KEY NOT < PENDING-KEY
                INVALID KEY
                    SET PENDING-EOF TO TRUE
            END-START
            PERFORM READ-PENDING-NEXT
            PERFORM REVIEW-PENDING-ITEM UNTIL PENDING-EOF
            CLOSE PENDING-FILE
            DISPLAY "Requests reviewed: " WS-REVIEW-COUNT
                "  Approved: " WS-APPROVED-COUNT
                "  Rejected: " WS-REJECTED-COUNT
        END-IF
    END-IF.

REVIEW-PENDING-ITEM.
    IF PENDING-IS-OPEN
        ADD 1 TO WS-REVIEW-COUNT
        PERFORM DESCRIBE-PENDING-ACTION
        DISPLAY "Reference " PENDING-DATE "-" PENDING-SEQ
            "  " WS-ACTION-DESCRIPTION
            "  Taxpayer " PENDING-TAXPAYER-ID
        IF PENDING-REASSESS
            DISPLAY "  Period " PENDING-PERIOD
                "  Corrected income: " PENDING-AMOUNT
        ELSE
            IF PENDING-INCOME
                DISPLAY "  Corrected income: " PENDING-AMOUNT
            ELSE
                DISPLAY "  Amount: " PENDING-AMOUNT
            END-IF
        END-IF
        DISPLAY "  Requested by " PENDING-MAKER-ID
            " at " PENDING-DATE " " PENDING-TIME(1:6)
        IF PENDING-MAKER-ID = USER-OPERATOR-ID
            DISPLAY "  Raised by you - it must be decided by another"
                " supervisor"
        ELSE
            DISPLAY "A=Approve, R=Reject, S=Skip, Q=Quit: "
            ACCEPT WS-DECISION
            EVALUATE WS-DECISION
                WHEN "A" PERFORM APPROVE-PENDING-ITEM
                WHEN "a" PERFORM APPROVE-PENDING-ITEM
                WHEN "R" PERFORM REJECT-PENDING-ITEM
                WHEN "r" PERFORM REJECT-PENDING-ITEM
                WHEN "Q" SET PENDING-EOF TO TRUE
                WHEN "q" SET PENDING-EOF TO TRUE
                WHEN OTHER DISPLAY "  Skipped - left pending"
            END-EVALUATE
        END-IF
    END-IF
    IF NOT PENDING-EOF
        PERFORM READ-PENDING-NEXT
    END-IF.

DESCRIBE-PENDING-ACTION.
    EVALUATE TRUE
        WHEN PENDING-REFUND
            MOVE "Refund" TO WS-ACTION-DESCRIPTION
        WHEN PENDING-DELETE
            MOVE "Taxpayer deletion" TO WS-ACTION-DESCRIPTION
        WHEN PENDING-INCOME
            MOVE "Income correction" TO WS-ACTION-DESCRIPTION
        WHEN PENDING-REASSESS
            MOVE "Reassessment" TO WS-ACTION-DESCRIPTION
        WHEN OTHER
            MOVE "Unknown request" TO WS-ACTION-DESCRIPTION
    END-EVALUATE.

APPROVE-PENDING-ITEM.
    MOVE USER-ID TO WS-SAVE-USER-ID
    MOVE PENDING-TAXPAYER-ID TO USER-ID
    MOVE PENDING-ACTION TO USER-REQUEST-CODE
    MOVE PENDING-PERIOD TO USER-REQUEST-PERIOD
    MOVE PENDING-AMOUNT TO USER-REQUEST-AMOUNT
    SET REQUEST-FAILED TO TRUE
    EVALUATE TRUE
        WHEN PENDING-REFUND
            CALL "PAYMENTMODULE" USING USER-STRUCTURE
        WHEN PENDING-DELETE
            CALL "MAINTMODULE" USING USER-STRUCTURE
        WHEN PENDING-INCOME
            CALL "MAINTMODULE" USING USER-STRUCTURE
        WHEN PENDING-REASSESS
            CALL "REASSESSMODULE" USING USER-STRUCTURE
        WHEN OTHER
            DISPLAY "  Request type " PENDING-ACTION
                " is not recognised"
    END-EVALUATE
    MOVE SPACES TO USER-REQUEST-CODE
    MOVE WS-SAVE-USER-ID TO USER-ID
    IF REQUEST-SUCCEEDED
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
        SET PENDING-IS-APPROVED TO TRUE
        MOVE USER-OPERATOR-ID TO PENDING-CHECKER-ID
        MOVE WS-TODAY-DATE TO PENDING-DECIDED-DATE
        PERFORM REWRITE-PENDING-RECORD
        ADD 1 TO WS-APPROVED-COUNT
        MOVE SPACES TO WS-AUDIT-ACTION
        IF RECORD-WAS-SAVED
            STRING "APPROVAL-GRANT-" PENDING-ACTION
                DELIMITED BY SIZE
                INTO WS-AUDIT-ACTION
            END-STRING
            PERFORM LOG-APPROVAL-DECISION
            DISPLAY "  Approved and applied"
        ELSE
            STRING "APPROVAL-NOCLOSE-" PENDING-ACTION
                DELIMITED BY SIZE
                INTO WS-AUDIT-ACTION
            END-STRING
            PERFORM LOG-APPROVAL-DECISION
            DISPLAY "  *** CHANGE APPLIED BUT REQUEST " PENDING-DATE
                "-" PENDING-SEQ " STILL SHOWS AS PENDING ***"
            DISPLAY "  *** PENDAPPR could not be updated - status "
                WS-PENDING-FILE-STATUS
                " - do NOT approve this request again ***"
        END-IF
    ELSE
        DISPLAY "  Request could not be applied - left pending;"
            " reject it if it is no longer valid"
    END-IF.

REJECT-PENDING-ITEM.
    DISPLAY "Enter rejection reason: "
    ACCEPT WS-REJECT-REASON
    IF WS-REJECT-REASON = SPACES
        DISPLAY "  A reason is required - request left pending"
    ELSE
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
        SET PENDING-IS-REJECTED TO TRUE
        MOVE USER-OPERATOR-ID TO PENDING-CHECKER-ID
        MOVE WS-TODAY-DATE TO PENDING-DECIDED-DATE
        MOVE WS-REJECT-REASON TO PENDING-REJECT-REASON
        PERFORM REWRITE-PENDING-RECORD
        IF RECORD-WAS-SAVED
            ADD 1 TO WS-REJECTED-COUNT
            MOVE SPACES TO WS-AUDIT-ACTION
            STRING "APPROVAL-REJECT-" PENDING-ACTION
                DELIMITED BY SIZE
                INTO WS-AUDIT-ACTION
            END-STRING
            PERFORM LOG-APPROVAL-DECISION
            DISPLAY "  Rejected - no change made"
        ELSE
            DISPLAY "  Rejection could not be saved - status "
                WS-PENDING-FILE-STATUS " - request left pending"
        END-IF
    END-IF.

REWRITE-PENDING-RECORD.
    MOVE "N" TO WS-RECORD-SAVED
    REWRITE PENDING-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET RECORD-WAS-SAVED TO TRUE
    END-REWRITE.

LOG-APPROVAL-DECISION.
    MOVE PENDING-TAXPAYER-ID TO WS-AUDIT-TAXPAYER-ID
    MOVE PENDING-AMOUNT TO WS-AUDIT-AMOUNT
    PERFORM LOG-APPROVAL-AUDIT.

READ-PENDING-NEXT.
    READ PENDING-FILE NEXT RECORD
        AT END
            SET PENDING-EOF TO TRUE
    END-READ.

OVERDUE-APPROVALS-REPORT.
    DISPLAY "Report requests pending longer than how many days"
        " (0 for 3): "
    ACCEPT WS-OVERDUE-DAYS
    IF WS-OVERDUE-DAYS = ZERO
        MOVE 3 TO WS-OVERDUE-DAYS
    END-IF
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAY-DATE TO WS-DAYNUM-DATE
    PERFORM COMPUTE-DAY-NUMBER
    MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
    MOVE ZERO TO WS-OPEN-COUNT
    MOVE ZERO TO WS-OVERDUE-COUNT
    MOVE "N" TO WS-PENDING-EOF
    DISPLAY "===== OVERDUE APPROVALS - " WS-TODAY-DATE
        " - OVER " WS-OVERDUE-DAYS " DAYS ====="
    OPEN INPUT PENDING-FILE
    IF WS-PENDING-FILE-STATUS = "00"
        MOVE LOW-VALUES TO PENDING-KEY
        START PENDING-FILE KEY NOT < PENDING-KEY
            INVALID KEY
                SET PENDING-EOF TO TRUE
        END-START
        PERFORM READ-PENDING-NEXT
        PERFORM CHECK-OVERDUE-ITEM UNTIL PENDING-EOF
        CLOSE PENDING-FILE
    END-IF
    DISPLAY "Requests awaiting approval: " WS-OPEN-COUNT
    DISPLAY "Pending longer than " WS-OVERDUE-DAYS " days: "
        WS-OVERDUE-COUNT
    DISPLAY "======================================".

CHECK-OVERDUE-ITEM.
    IF PENDING-IS-OPEN
        ADD 1 TO WS-OPEN-COUNT
        MOVE PENDING-DATE TO WS-DAYNUM-DATE
        PERFORM COMPUTE-DAY-NUMBER
        COMPUTE WS-PENDING-AGE = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
        IF WS-PENDING-AGE > WS-OVERDUE-DAYS
            ADD 1 TO WS-OVERDUE-COUNT
            PERFORM DESCRIBE-PENDING-ACTION
            DISPLAY PENDING-DATE "-" PENDING-SEQ
                "  " WS-ACTION-DESCRIPTION
                "  Taxpayer " PENDING-TAXPAYER-ID
                "  Amount: " PENDING-AMOUNT
                "  Maker " PENDING-MAKER-ID
                "  Days pending: " WS-PENDING-AGE
        END-IF
    END-IF
    PERFORM READ-PENDING-NEXT.

MAINTAIN-OPERATOR-PROFILE.
    IF NOT OPERATOR-IS-SUPERVISOR OR NOT MAY-APPROVE-REQUESTS
        DISPLAY "Operator " USER-OPERATOR-ID
            " does not hold supervisor approval rights"
    ELSE
        PERFORM OPEN-PROFILE-FILE
        IF WS-PROFILE-FILE-STATUS NOT = "00"
            DISPLAY "Operator profiles OPERPROF could not be opened"
                " - status " WS-PROFILE-FILE-STATUS
        ELSE
            PERFORM CHECK-PROFILES-ON-FILE
            DISPLAY "Enter operator ID: "
            ACCEPT WS-PROFILE-ID
            IF WS-PROFILE-ID = SPACES
                DISPLAY "Operator ID must not be blank"
            ELSE
                IF WS-PROFILE-ID = USER-OPERATOR-ID
                   AND PROFILES-ARE-ON-FILE
                    DISPLAY "Your own profile must be maintained by"
                        " another supervisor"
                ELSE
                    PERFORM EDIT-OPERATOR-PROFILE
                END-IF
            END-IF
            CLOSE OPERATOR-PROFILE-FILE
        END-IF
    END-IF.

OPEN-PROFILE-FILE.
    OPEN I-O OPERATOR-PROFILE-FILE
    IF WS-PROFILE-FILE-STATUS = "35"
        OPEN OUTPUT OPERATOR-PROFILE-FILE
        CLOSE OPERATOR-PROFILE-FILE
        OPEN I-O OPERATOR-PROFILE-FILE
    END-IF.

CHECK-PROFILES-ON-FILE.
    MOVE "Y" TO WS-PROFILES-ON-FILE
    MOVE LOW-VALUES TO PROFILE-OPERATOR-ID
    START OPERATOR-PROFILE-FILE KEY NOT < PROFILE-OPERATOR-ID
        INVALID KEY
            MOVE "N" TO WS-PROFILES-ON-FILE
    END-START.

EDIT-OPERATOR-PROFILE.
    MOVE "N" TO WS-PROFILE-FOUND
    MOVE WS-PROFILE-ID TO PROFILE-OPERATOR-ID
    READ OPERATOR-PROFILE-FILE
        INVALID KEY
            DISPLAY "New operator profile for " WS-PROFILE-ID
            MOVE SPACES TO PROFILE-NAME
            SET PROFILE-IS-CLERK TO TRUE
            MOVE "NNNNN" TO PROFILE-RIGHTS
            SET PROFILE-IS-ACTIVE TO TRUE
        NOT INVALID KEY
            SET PROFILE-WAS-FOUND TO TRUE
            PERFORM DISPLAY-OPERATOR-PROFILE
    END-READ
    DISPLAY "Enter operator name (blank to keep): "
    ACCEPT WS-NEW-NAME
    IF WS-NEW-NAME NOT = SPACES
        MOVE WS-NEW-NAME TO PROFILE-NAME
    END-IF
    DISPLAY "Role - C=Clerk, S=Supervisor (blank to keep): "
    ACCEPT WS-FLAG-ANSWER
    IF WS-FLAG-ANSWER = "C" OR WS-FLAG-ANSWER = "c"
        SET PROFILE-IS-CLERK TO TRUE
    END-IF
    IF WS-FLAG-ANSWER = "S" OR WS-FLAG-ANSWER = "s"
        SET PROFILE-IS-SUPERVISOR TO TRUE
    END-IF
    DISPLAY "May request refunds (Y/N, blank to keep): "
    ACCEPT WS-FLAG-ANSWER
    PERFORM NORMALISE-FLAG-ANSWER
    IF WS-FLAG-ANSWER NOT = SPACE
        MOVE WS-FLAG-ANSWER TO PROFILE-RIGHT-REFUND
    END-IF
    DISPLAY "May request taxpayer deletions (Y/N, blank to keep): "
    ACCEPT WS-FLAG-ANSWER
    PERFORM NORMALISE-FLAG-ANSWER
    IF WS-FLAG-ANSWER NOT = SPACE
        MOVE WS-FLAG-ANSWER TO PROFILE-RIGHT-DELETE
    END-IF
    DISPLAY "May request income corrections (Y/N, blank to keep): "
    ACCEPT WS-FLAG-ANSWER
    PERFORM NORMALISE-FLAG-ANSWER
    IF WS-FLAG-ANSWER NOT = SPACE
        MOVE WS-FLAG-ANSWER TO PROFILE-RIGHT-CORRECT
    END-IF
    DISPLAY "May request reassessments (Y/N, blank to keep): "
    ACCEPT WS-FLAG-ANSWER
    PERFORM NORMALISE-FLAG-ANSWER
    IF WS-FLAG-ANSWER NOT = SPACE
        MOVE WS-FLAG-ANSWER TO PROFILE-RIGHT-REASSESS
    END-IF
    DISPLAY "May approve requests (Y/N, blank to keep): "
    ACCEPT WS-FLAG-ANSWER
    PERFORM NORMALISE-FLAG-ANSWER
    IF WS-FLAG-ANSWER NOT = SPACE
        MOVE WS-FLAG-ANSWER TO PROFILE-RIGHT-APPROVE
    END-IF
    DISPLAY "Status - A=Active, R=Revoked (blank to keep): "
    ACCEPT WS-FLAG-ANSWER
    IF WS-FLAG-ANSWER = "A" OR WS-FLAG-ANSWER = "a"
        SET PROFILE-IS-ACTIVE TO TRUE
    END-IF
    IF WS-FLAG-ANSWER = "R" OR WS-FLAG-ANSWER = "r"
        SET PROFILE-IS-REVOKED TO TRUE
    END-IF
    IF PROFILE-IS-CLERK AND PROFILE-RIGHT-APPROVE = "Y"
        MOVE "N" TO PROFILE-RIGHT-APPROVE
        DISPLAY "Approval rights are for supervisors only"
            " - not granted to a clerk"
    END-IF
    IF PROFILE-NAME = SPACES
        DISPLAY "Operator name must not be blank - profile not saved"
    ELSE
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
        MOVE WS-TODAY-DATE TO PROFILE-LAST-UPDATED
        MOVE USER-OPERATOR-ID TO PROFILE-UPDATED-BY
        MOVE "N" TO WS-RECORD-SAVED
        IF PROFILE-WAS-FOUND
            REWRITE OPERATOR-PROFILE-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET RECORD-WAS-SAVED TO TRUE
            END-REWRITE
        ELSE
            WRITE OPERATOR-PROFILE-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET RECORD-WAS-SAVED TO TRUE
            END-WRITE
        END-IF
        IF RECORD-WAS-SAVED
            PERFORM DISPLAY-OPERATOR-PROFILE
            MOVE "PROFILE-UPDATED" TO WS-AUDIT-ACTION
            MOVE PROFILE-OPERATOR-ID TO WS-AUDIT-TAXPAYER-ID
            MOVE ZERO TO WS-AUDIT-AMOUNT
            PERFORM LOG-APPROVAL-AUDIT
        ELSE
            DISPLAY "Profile for operator " PROFILE-OPERATOR-ID
                " could not be saved - status "
                WS-PROFILE-FILE-STATUS " - no change made"
        END-IF
    END-IF.

NORMALISE-FLAG-ANSWER.
    EVALUATE WS-FLAG-ANSWER
        WHEN "Y" CONTINUE
        WHEN "y" MOVE "Y" TO WS-FLAG-ANSWER
        WHEN "N" CONTINUE
        WHEN "n" MOVE "N" TO WS-FLAG-ANSWER
        WHEN OTHER MOVE SPACE TO WS-FLAG-ANSWER
    END-EVALUATE.

DISPLAY-OPERATOR-PROFILE.
    DISPLAY "Operator " PROFILE-OPERATOR-ID "  " PROFILE-NAME
        "  Role: " PROFILE-ROLE "  Status: " PROFILE-STATUS
    DISPLAY "  Refund: " PROFILE-RIGHT-REFUND
        "  Delete: " PROFILE-RIGHT-DELETE
        "  Income: " PROFILE-RIGHT-CORRECT
        "  Reassess: " PROFILE-RIGHT-REASSESS
        "  Approve: " PROFILE-RIGHT-APPROVE
        "  Updated " PROFILE-LAST-UPDATED " by " PROFILE-UPDATED-BY.

LIST-OPERATOR-PROFILES.
    MOVE ZERO TO WS-PROFILE-COUNT
    MOVE "N" TO WS-PROFILE-EOF
    DISPLAY "===== OPERATOR PROFILES ====="
    OPEN INPUT OPERATOR-PROFILE-FILE
    IF WS-PROFILE-FILE-STATUS = "00"
        MOVE LOW-VALUES TO PROFILE-OPERATOR-ID
        START OPERATOR-PROFILE-FILE KEY NOT < PROFILE-OPERATOR-ID
            INVALID KEY
                SET PROFILE-EOF TO TRUE
        END-START
        PERFORM READ-PROFILE-NEXT
        PERFORM LIST-PROFILE-ENTRY UNTIL PROFILE-EOF
        CLOSE OPERATOR-PROFILE-FILE
    END-IF
    DISPLAY "Operator profiles on file: " WS-PROFILE-COUNT
    DISPLAY "======================================".

LIST-PROFILE-ENTRY.
    PERFORM DISPLAY-OPERATOR-PROFILE
    ADD 1 TO WS-PROFILE-COUNT
    PERFORM READ-PROFILE-NEXT.

READ-PROFILE-NEXT.
    READ OPERATOR-PROFILE-FILE NEXT RECORD
        AT END
            SET PROFILE-EOF TO TRUE
    END-READ.

LOG-APPROVAL-AUDIT.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE USER-OPERATOR-ID TO AUDIT-OPERATOR-ID
    MOVE WS-AUDIT-ACTION TO AUDIT-MODULE-NAME
    MOVE WS-AUDIT-TAXPAYER-ID TO AUDIT-TAXPAYER-ID
    MOVE ZERO TO AUDIT-INCOME
    MOVE ZERO TO AUDIT-YEARS
    MOVE WS-AUDIT-AMOUNT TO AUDIT-AMOUNT
    STRING WS-AUDIT-DATE DELIMITED BY SIZE
           WS-AUDIT-TIME DELIMITED BY SIZE
        INTO AUDIT-TIMESTAMP
    END-STRING
    OPEN EXTEND AUDIT-TRAIL-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
    END-IF
    WRITE AUDIT-TRAIL-RECORD
    CLOSE AUDIT-TRAIL-FILE.

COMPUTE-DAY-NUMBER.
    MOVE "N" TO WS-DAYNUM-VALID
    MOVE ZERO TO WS-DAY-NUMBER
    IF WS-DAYNUM-DATE IS NUMERIC
        MOVE WS-DAYNUM-DATE(1:4) TO WS-DAYNUM-YEAR
        MOVE WS-DAYNUM-DATE(5:2) TO WS-DAYNUM-MONTH
        MOVE WS-DAYNUM-DATE(7:2) TO WS-DAYNUM-DAY
        IF WS-DAYNUM-YEAR > ZERO
           AND WS-DAYNUM-MONTH > ZERO AND WS-DAYNUM-MONTH NOT > 12
           AND WS-DAYNUM-DAY > ZERO AND WS-DAYNUM-DAY NOT > 31
            SET DAYNUM-IS-VALID TO TRUE
            SUBTRACT 1 FROM WS-DAYNUM-YEAR GIVING WS-DAYNUM-PRIOR-YEARS
            DIVIDE WS-DAYNUM-PRIOR-YEARS BY 4 GIVING WS-DAYNUM-LEAP-4
            DIVIDE WS-DAYNUM-PRIOR-YEARS BY 100
                GIVING WS-DAYNUM-LEAP-100
            DIVIDE WS-DAYNUM-PRIOR-YEARS BY 400
                GIVING WS-DAYNUM-LEAP-400
            COMPUTE WS-DAY-NUMBER = (WS-DAYNUM-PRIOR-YEARS * 365)
                + WS-DAYNUM-LEAP-4 - WS-DAYNUM-LEAP-100
                + WS-DAYNUM-LEAP-400
                + WS-DAYS-BEFORE-MONTH (WS-DAYNUM-MONTH)
                + WS-DAYNUM-DAY
            IF WS-DAYNUM-MONTH > 2
                DIVIDE WS-DAYNUM-YEAR BY 4 GIVING WS-DAYNUM-QUOTIENT
                    REMAINDER WS-DAYNUM-REM-4
                DIVIDE WS-DAYNUM-YEAR BY 100 GIVING WS-DAYNUM-QUOTIENT
                    REMAINDER WS-DAYNUM-REM-100
                DIVIDE WS-DAYNUM-YEAR BY 400 GIVING WS-DAYNUM-QUOTIENT
                    REMAINDER WS-DAYNUM-REM-400
                IF WS-DAYNUM-REM-4 = ZERO
                   AND (WS-DAYNUM-REM-100 NOT = ZERO
                        OR WS-DAYNUM-REM-400 = ZERO)
                    ADD 1 TO WS-DAY-NUMBER
                END-IF
            END-IF
        END-IF
    END-IF.
