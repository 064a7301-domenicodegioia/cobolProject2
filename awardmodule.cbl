IDENTIFICATION DIVISION.
PROGRAM-ID. AWARDMODULE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AWARD-FILE ASSIGN TO "PENSAWRD"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY AWARD-TAXPAYER-ID
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-AWARD-FILE-STATUS.
    SELECT PAYROLL-FILE ASSIGN USING WS-PAYROLL-FILE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-PAYROLL-FILE-STATUS.
    SELECT REGISTER-FILE ASSIGN USING WS-REGISTER-FILE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REGISTER-FILE-STATUS.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  AWARD-FILE.
COPY "PENSION-AWARD.CPY".
FD  PAYROLL-FILE.
COPY "PENSION-PAYROLL.CPY".
FD  REGISTER-FILE.
COPY "NOTICE-LINE.CPY"
    REPLACING LEADING ==NOTICE== BY ==REGISTER==.
FD  AUDIT-TRAIL-FILE.
COPY "AUDIT-RECORD.CPY".
WORKING-STORAGE SECTION.
77  WS-AWARD-FILE-STATUS            PIC X(02).
77  WS-PAYROLL-FILE-STATUS          PIC X(02).
77  WS-REGISTER-FILE-STATUS         PIC X(02).
77  WS-AUDIT-FILE-STATUS            PIC X(02).
77  WS-AUDIT-DATE                   PIC X(08).
77  WS-AUDIT-TIME                   PIC X(08).
77  WS-AUDIT-ACTION                 PIC X(19).
77  WS-AUDIT-TAXPAYER-ID            PIC X(09).
77  WS-AUDIT-YEARS                  PIC 9(03).
77  WS-AUDIT-AMOUNT                 PIC S9(7)V99.
77  WS-TODAY-DATE                   PIC X(08).
77  WS-AWARD-MENU-CHOICE            PIC X(01) VALUE SPACE.
    88  LEAVE-AWARD-MENU            VALUE "0".
77  WS-AWARD-EOF                    PIC X(01).
    88  AWARD-EOF                   VALUE "Y".
77  WS-MAINT-AWARD-ID               PIC X(09).
77  WS-CONFIRM-CHANGE               PIC X(01).
77  WS-PAYROLL-PERIOD               PIC X(06).
77  WS-PAYROLL-FILE-NAME            PIC X(20).
77  WS-REGISTER-FILE-NAME           PIC X(20).
77  WS-MONTHLY-AMOUNT               PIC S9(7)V99.
77  WS-EDIT-AMOUNT                  PIC -Z(6)9.99.
77  WS-EDIT-MONTHLY                 PIC -Z(6)9.99.
77  WS-EDIT-TOTAL                   PIC -Z(8)9.99.
77  WS-EDIT-COUNT                   PIC Z(4)9.
77  WS-AWARDS-READ                  PIC 9(05).
77  WS-AWARDS-PAID                  PIC 9(05).
77  WS-AWARDS-SUSPENDED             PIC 9(05).
77  WS-AWARDS-CEASED                PIC 9(05).
77  WS-AWARDS-ALREADY-PAID          PIC 9(05).
77  WS-AWARDS-NOT-STARTED           PIC 9(05).
77  WS-AWARDS-IN-ERROR              PIC 9(05).
77  WS-PRIOR-PAID-PERIOD            PIC X(06).
77  WS-AWARD-MARKED                 PIC X(01).
    88  AWARD-WAS-MARKED            VALUE "Y".
77  WS-PAYROLL-TOTAL                PIC S9(9)V99.
LINKAGE SECTION.
COPY "USER-STRUCTURE.CPY".
PROCEDURE DIVISION USING USER-STRUCTURE.
    DISPLAY "Pension Award Maintenance"
    MOVE SPACE TO WS-AWARD-MENU-CHOICE
    PERFORM AWARD-MENU-SELECTION UNTIL LEAVE-AWARD-MENU
    GOBACK.

AWARD-MENU-SELECTION.
    DISPLAY "Choose a pension award option:"
    DISPLAY "1. Inquire on an Award"
    DISPLAY "2. Suspend an Award"
    DISPLAY "3. Reinstate a Suspended Award"
    DISPLAY "4. Cease an Award"
    DISPLAY "5. Monthly Pension Payroll Run"
    DISPLAY "0. Return to Main Menu"
    ACCEPT WS-AWARD-MENU-CHOICE
    EVALUATE WS-AWARD-MENU-CHOICE
        WHEN "1" PERFORM INQUIRE-AWARD
        WHEN "2" PERFORM SUSPEND-AWARD
        WHEN "3" PERFORM REINSTATE-AWARD
        WHEN "4" PERFORM CEASE-AWARD
        WHEN "5" PERFORM PENSION-PAYROLL-RUN
        WHEN "0" CONTINUE
        WHEN OTHER DISPLAY "Invalid option"
    END-EVALUATE.

OPEN-AWARD-FILE.
    OPEN I-O AWARD-FILE
    IF WS-AWARD-FILE-STATUS = "35"
        OPEN OUTPUT AWARD-FILE
        CLOSE AWARD-FILE
        OPEN I-O AWARD-FILE
    END-IF.

INQUIRE-AWARD.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-MAINT-AWARD-ID
    PERFORM OPEN-AWARD-FILE
    MOVE WS-MAINT-AWARD-ID TO AWARD-TAXPAYER-ID
    READ AWARD-FILE
        INVALID KEY
            DISPLAY "No pension award on file for taxpayer "
                WS-MAINT-AWARD-ID
        NOT INVALID KEY
            PERFORM DISPLAY-AWARD-DETAIL
    END-READ
    CLOSE AWARD-FILE.

DISPLAY-AWARD-DETAIL.
    DISPLAY "Taxpayer " AWARD-TAXPAYER-ID
        "  Annual award: " AWARD-ANNUAL-AMOUNT
        "  Start date: " AWARD-START-DATE
    DISPLAY "  Years of contribution: " AWARD-YEARS
        "  Source: " AWARD-YEARS-SOURCE
        "  (D=service-credit ledger, O=override)"
    DISPLAY "  Status: " AWARD-STATUS
        " (A=active, S=suspended, C=ceased)"
        "  Since: " AWARD-STATUS-DATE
        "  Last paid period: " AWARD-LAST-PAID-PERIOD.

SUSPEND-AWARD.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-MAINT-AWARD-ID
    PERFORM OPEN-AWARD-FILE
    MOVE WS-MAINT-AWARD-ID TO AWARD-TAXPAYER-ID
    READ AWARD-FILE
        INVALID KEY
            DISPLAY "No pension award on file for taxpayer "
                WS-MAINT-AWARD-ID
        NOT INVALID KEY
            PERFORM DISPLAY-AWARD-DETAIL
            IF AWARD-IS-ACTIVE
                DISPLAY "Suspend this award? (Y/N): "
                ACCEPT WS-CONFIRM-CHANGE
                IF WS-CONFIRM-CHANGE = "Y" OR WS-CONFIRM-CHANGE = "y"
                    SET AWARD-IS-SUSPENDED TO TRUE
                    MOVE "AWARD-SUSPEND" TO WS-AUDIT-ACTION
                    PERFORM SAVE-AWARD-STATUS
                ELSE
                    DISPLAY "Award unchanged"
                END-IF
            ELSE
                DISPLAY "Only an active award can be suspended"
                    " - record unchanged"
            END-IF
    END-READ
    CLOSE AWARD-FILE.

REINSTATE-AWARD.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-MAINT-AWARD-ID
    PERFORM OPEN-AWARD-FILE
    MOVE WS-MAINT-AWARD-ID TO AWARD-TAXPAYER-ID
    READ AWARD-FILE
        INVALID KEY
            DISPLAY "No pension award on file for taxpayer "
                WS-MAINT-AWARD-ID
        NOT INVALID KEY
            PERFORM DISPLAY-AWARD-DETAIL
            IF AWARD-IS-SUSPENDED
                DISPLAY "Reinstate this award? (Y/N): "
                ACCEPT WS-CONFIRM-CHANGE
                IF WS-CONFIRM-CHANGE = "Y" OR WS-CONFIRM-CHANGE = "y"
                    SET AWARD-IS-ACTIVE TO TRUE
                    MOVE "AWARD-REINSTATE" TO WS-AUDIT-ACTION
                    PERFORM SAVE-AWARD-STATUS
                ELSE
                    DISPLAY "Award unchanged"
                END-IF
            ELSE
                DISPLAY "Only a suspended award can be reinstated"
                    " - record unchanged"
            END-IF
    END-READ
    CLOSE AWARD-FILE.

CEASE-AWARD.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-MAINT-AWARD-ID
    PERFORM OPEN-AWARD-FILE
    MOVE WS-MAINT-AWARD-ID TO AWARD-TAXPAYER-ID
    READ AWARD-FILE
        INVALID KEY
            DISPLAY "No pension award on file for taxpayer "
                WS-MAINT-AWARD-ID
        NOT INVALID KEY
            PERFORM DISPLAY-AWARD-DETAIL
            IF AWARD-IS-CEASED
                DISPLAY "Award has already ceased - record unchanged"
            ELSE
                DISPLAY "Cease this award permanently? (Y/N): "
                ACCEPT WS-CONFIRM-CHANGE
                IF WS-CONFIRM-CHANGE = "Y" OR WS-CONFIRM-CHANGE = "y"
                    SET AWARD-IS-CEASED TO TRUE
                    MOVE "AWARD-CEASE" TO WS-AUDIT-ACTION
                    PERFORM SAVE-AWARD-STATUS
                ELSE
                    DISPLAY "Award unchanged"
                END-IF
            END-IF
    END-READ
    CLOSE AWARD-FILE.

SAVE-AWARD-STATUS.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAY-DATE TO AWARD-STATUS-DATE
    MOVE USER-OPERATOR-ID TO AWARD-OPERATOR-ID
    REWRITE AWARD-RECORD
        INVALID KEY
            DISPLAY "Award for taxpayer " AWARD-TAXPAYER-ID
                " could not be updated - status " WS-AWARD-FILE-STATUS
        NOT INVALID KEY
            DISPLAY "Award status for taxpayer " AWARD-TAXPAYER-ID
                " is now " AWARD-STATUS
            MOVE AWARD-TAXPAYER-ID TO WS-AUDIT-TAXPAYER-ID
            MOVE AWARD-YEARS TO WS-AUDIT-YEARS
            MOVE AWARD-ANNUAL-AMOUNT TO WS-AUDIT-AMOUNT
            PERFORM LOG-AWARD-AUDIT
    END-REWRITE.

PENSION-PAYROLL-RUN.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    DISPLAY "Enter payroll period (YYYYMM, blank for current month): "
    ACCEPT WS-PAYROLL-PERIOD
    IF WS-PAYROLL-PERIOD = SPACES
        MOVE WS-TODAY-DATE(1:6) TO WS-PAYROLL-PERIOD
    END-IF
    IF WS-PAYROLL-PERIOD IS NOT NUMERIC
       OR WS-PAYROLL-PERIOD(5:2) < "01" OR WS-PAYROLL-PERIOD(5:2) > "12"
        DISPLAY "Payroll period must be a valid YYYYMM - run abandoned"
    ELSE
        PERFORM RUN-PENSION-PAYROLL
    END-IF.

RUN-PENSION-PAYROLL.
    MOVE ZERO TO WS-AWARDS-READ
    MOVE ZERO TO WS-AWARDS-PAID
    MOVE ZERO TO WS-AWARDS-SUSPENDED
    MOVE ZERO TO WS-AWARDS-CEASED
    MOVE ZERO TO WS-AWARDS-ALREADY-PAID
    MOVE ZERO TO WS-AWARDS-NOT-STARTED
    MOVE ZERO TO WS-AWARDS-IN-ERROR
    MOVE ZERO TO WS-PAYROLL-TOTAL
    MOVE SPACES TO WS-PAYROLL-FILE-NAME
    STRING "PENSPAY-" WS-PAYROLL-PERIOD
        DELIMITED BY SIZE
        INTO WS-PAYROLL-FILE-NAME
    END-STRING
    MOVE SPACES TO WS-REGISTER-FILE-NAME
    STRING "PENSREG-" WS-PAYROLL-PERIOD
        DELIMITED BY SIZE
        INTO WS-REGISTER-FILE-NAME
    END-STRING
    PERFORM OPEN-AWARD-FILE
    IF WS-AWARD-FILE-STATUS NOT = "00"
        DISPLAY "Pension award file PENSAWRD could not be opened"
            " - status " WS-AWARD-FILE-STATUS
    ELSE
        OPEN EXTEND PAYROLL-FILE
        IF WS-PAYROLL-FILE-STATUS = "35"
            OPEN OUTPUT PAYROLL-FILE
        END-IF
        OPEN EXTEND REGISTER-FILE
        IF WS-REGISTER-FILE-STATUS = "35"
            OPEN OUTPUT REGISTER-FILE
        END-IF
        IF WS-PAYROLL-FILE-STATUS NOT = "00"
           OR WS-REGISTER-FILE-STATUS NOT = "00"
            DISPLAY "Payroll output " WS-PAYROLL-FILE-NAME
                " or register " WS-REGISTER-FILE-NAME
                " could not be opened - run abandoned"
            CLOSE AWARD-FILE
        ELSE
            PERFORM WRITE-REGISTER-HEADING
            MOVE "N" TO WS-AWARD-EOF
            MOVE LOW-VALUES TO AWARD-TAXPAYER-ID
            START AWARD-FILE KEY NOT < AWARD-TAXPAYER-ID
                INVALID KEY
                    SET AWARD-EOF TO TRUE
            END-START
            DISPLAY "===== PENSION PAYROLL - PERIOD " WS-PAYROLL-PERIOD
                " ====="
            PERFORM READ-AWARD-NEXT
            PERFORM PAY-PENSION-AWARD UNTIL AWARD-EOF
            PERFORM WRITE-REGISTER-TOTALS
            CLOSE AWARD-FILE
            CLOSE PAYROLL-FILE
            CLOSE REGISTER-FILE
            DISPLAY "Awards read:          " WS-AWARDS-READ
            DISPLAY "Awards paid:          " WS-AWARDS-PAID
                "  amount " WS-PAYROLL-TOTAL
            DISPLAY "Suspended - not paid: " WS-AWARDS-SUSPENDED
            DISPLAY "Ceased - not paid:    " WS-AWARDS-CEASED
            DISPLAY "Already paid:         " WS-AWARDS-ALREADY-PAID
            DISPLAY "Not yet started:      " WS-AWARDS-NOT-STARTED
            DISPLAY "Update error - unpaid: " WS-AWARDS-IN-ERROR
            DISPLAY "Payments written to " WS-PAYROLL-FILE-NAME
                "  register " WS-REGISTER-FILE-NAME
            DISPLAY "======================================"
            MOVE "PENSION-PAYROLL" TO WS-AUDIT-ACTION
            MOVE SPACES TO WS-AUDIT-TAXPAYER-ID
            MOVE ZERO TO WS-AUDIT-YEARS
            MOVE WS-PAYROLL-TOTAL TO WS-AUDIT-AMOUNT
            PERFORM LOG-AWARD-AUDIT
        END-IF
    END-IF.

PAY-PENSION-AWARD.
    ADD 1 TO WS-AWARDS-READ
    EVALUATE TRUE
        WHEN AWARD-IS-SUSPENDED
            ADD 1 TO WS-AWARDS-SUSPENDED
            MOVE SPACES TO REGISTER-LINE
            STRING "  " AWARD-TAXPAYER-ID
                   "   SUSPENDED since " AWARD-STATUS-DATE
                   " - not paid"
                DELIMITED BY SIZE
                INTO REGISTER-LINE
            END-STRING
            WRITE REGISTER-LINE
        WHEN AWARD-IS-CEASED
            ADD 1 TO WS-AWARDS-CEASED
        WHEN AWARD-LAST-PAID-PERIOD NOT < WS-PAYROLL-PERIOD
            ADD 1 TO WS-AWARDS-ALREADY-PAID
        WHEN AWARD-START-DATE(1:6) > WS-PAYROLL-PERIOD
            ADD 1 TO WS-AWARDS-NOT-STARTED
        WHEN OTHER
            PERFORM WRITE-PENSION-PAYMENT
    END-EVALUATE
    PERFORM READ-AWARD-NEXT.

WRITE-PENSION-PAYMENT.
    COMPUTE WS-MONTHLY-AMOUNT ROUNDED = AWARD-ANNUAL-AMOUNT / 12
    MOVE AWARD-LAST-PAID-PERIOD TO WS-PRIOR-PAID-PERIOD
    MOVE WS-PAYROLL-PERIOD TO AWARD-LAST-PAID-PERIOD
    MOVE "N" TO WS-AWARD-MARKED
    REWRITE AWARD-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET AWARD-WAS-MARKED TO TRUE
    END-REWRITE
    IF NOT AWARD-WAS-MARKED
        ADD 1 TO WS-AWARDS-IN-ERROR
        DISPLAY "Award for taxpayer " AWARD-TAXPAYER-ID
            " could not be updated - status " WS-AWARD-FILE-STATUS
            " - not paid"
    ELSE
        MOVE AWARD-TAXPAYER-ID TO PAYROLL-TAXPAYER-ID
        MOVE WS-PAYROLL-PERIOD TO PAYROLL-PERIOD
        MOVE WS-MONTHLY-AMOUNT TO PAYROLL-AMOUNT
        MOVE WS-TODAY-DATE TO PAYROLL-PAYMENT-DATE
        WRITE PAYROLL-RECORD
        IF WS-PAYROLL-FILE-STATUS = "00"
            PERFORM RECORD-PENSION-PAYMENT
        ELSE
            ADD 1 TO WS-AWARDS-IN-ERROR
            DISPLAY "Payment for taxpayer " AWARD-TAXPAYER-ID
                " could not be written - status "
                WS-PAYROLL-FILE-STATUS " - not paid"
            PERFORM RESTORE-AWARD-PAID-PERIOD
        END-IF
    END-IF.

RESTORE-AWARD-PAID-PERIOD.
    MOVE WS-PRIOR-PAID-PERIOD TO AWARD-LAST-PAID-PERIOD
    MOVE "N" TO WS-AWARD-MARKED
    REWRITE AWARD-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET AWARD-WAS-MARKED TO TRUE
    END-REWRITE
    IF NOT AWARD-WAS-MARKED
        DISPLAY "*** AWARD FOR TAXPAYER " AWARD-TAXPAYER-ID
            " SHOWS PERIOD " WS-PAYROLL-PERIOD
            " PAID BUT NO PAYMENT WAS WRITTEN ***"
    END-IF.

RECORD-PENSION-PAYMENT.
    ADD 1 TO WS-AWARDS-PAID
    ADD WS-MONTHLY-AMOUNT TO WS-PAYROLL-TOTAL
    MOVE AWARD-ANNUAL-AMOUNT TO WS-EDIT-AMOUNT
    MOVE WS-MONTHLY-AMOUNT TO WS-EDIT-MONTHLY
    MOVE SPACES TO REGISTER-LINE
    STRING "  " AWARD-TAXPAYER-ID
           "   " AWARD-START-DATE
           "   " AWARD-YEARS
           "    " WS-EDIT-AMOUNT
           "    " WS-EDIT-MONTHLY
        DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING
    WRITE REGISTER-LINE.

WRITE-REGISTER-HEADING.
    MOVE ALL "=" TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE SPACES TO REGISTER-LINE
    STRING "                    PENSION PAYROLL REGISTER - PERIOD "
           WS-PAYROLL-PERIOD
           "          Run date: " WS-TODAY-DATE
        DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING
    WRITE REGISTER-LINE
    MOVE "  Taxpayer    Start     Years   Annual Award  Monthly Payment"
        TO REGISTER-LINE
    WRITE REGISTER-LINE.

WRITE-REGISTER-TOTALS.
    MOVE ALL "-" TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE WS-AWARDS-READ TO WS-EDIT-COUNT
    MOVE SPACES TO REGISTER-LINE
    STRING "Awards read:             " WS-EDIT-COUNT
        DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING
    WRITE REGISTER-LINE
    MOVE WS-AWARDS-PAID TO WS-EDIT-COUNT
    MOVE WS-PAYROLL-TOTAL TO WS-EDIT-TOTAL
    MOVE SPACES TO REGISTER-LINE
    STRING "Awards paid:             " WS-EDIT-COUNT
           "    Total paid: " WS-EDIT-TOTAL
        DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING
    WRITE REGISTER-LINE
    MOVE WS-AWARDS-SUSPENDED TO WS-EDIT-COUNT
    MOVE SPACES TO REGISTER-LINE
    STRING "Suspended - not paid:    " WS-EDIT-COUNT
        DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING
    WRITE REGISTER-LINE
    MOVE WS-AWARDS-CEASED TO WS-EDIT-COUNT
    MOVE SPACES TO REGISTER-LINE
    STRING "Ceased - not paid:       " WS-EDIT-COUNT
        DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING
    WRITE REGISTER-LINE
    MOVE WS-AWARDS-ALREADY-PAID TO WS-EDIT-COUNT
    MOVE SPACES TO REGISTER-LINE
    STRING "Already paid for period: " WS-EDIT-COUNT
        DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING
    WRITE REGISTER-LINE
    MOVE WS-AWARDS-NOT-STARTED TO WS-EDIT-COUNT
    MOVE SPACES TO REGISTER-LINE
    STRING "Not yet started:         " WS-EDIT-COUNT
        DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING
    WRITE REGISTER-LINE
    MOVE WS-AWARDS-IN-ERROR TO WS-EDIT-COUNT
    MOVE SPACES TO REGISTER-LINE
    STRING "Update error - not paid: " WS-EDIT-COUNT
        DELIMITED BY SIZE
        INTO REGISTER-LINE
    END-STRING
    WRITE REGISTER-LINE
    IF WS-AWARDS-READ = WS-AWARDS-PAID + WS-AWARDS-SUSPENDED
       + WS-AWARDS-CEASED + WS-AWARDS-ALREADY-PAID
       + WS-AWARDS-NOT-STARTED + WS-AWARDS-IN-ERROR
        MOVE "Control totals balance" TO REGISTER-LINE
        DISPLAY "Control totals balance"
    ELSE
        MOVE SPACES TO REGISTER-LINE
        STRING "CONTROL TOTALS OUT OF BALANCE - investigate before"
               " releasing the payment file"
            DELIMITED BY SIZE
            INTO REGISTER-LINE
        END-STRING
        DISPLAY "CONTROL TOTALS OUT OF BALANCE - investigate before"
            " releasing the payment file"
    END-IF
    WRITE REGISTER-LINE.

READ-AWARD-NEXT.
    READ AWARD-FILE NEXT RECORD
        AT END
            SET AWARD-EOF TO TRUE
    END-READ.

LOG-AWARD-AUDIT.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE USER-OPERATOR-ID TO AUDIT-OPERATOR-ID
    MOVE WS-AUDIT-ACTION TO AUDIT-MODULE-NAME
    MOVE WS-AUDIT-TAXPAYER-ID TO AUDIT-TAXPAYER-ID
    MOVE ZERO TO AUDIT-INCOME
    MOVE WS-AUDIT-YEARS TO AUDIT-YEARS
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
