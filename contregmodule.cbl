IDENTIFICATION DIVISION.
PROGRAM-ID. CONTREGMODULE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTRIBUTION-REGISTER-FILE ASSIGN TO "CONTREG"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY REGISTER-KEY
        ALTERNATE RECORD KEY REGISTER-EMPLOYEE-ID WITH DUPLICATES
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-REGISTER-FILE-STATUS.
    SELECT EMPLOYER-MASTER-FILE ASSIGN TO "EMPMSTR"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY EMPLOYER-ID
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-EMPLOYER-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTRIBUTION-REGISTER-FILE.
COPY "CONTRIBUTION-REGISTER.CPY".
FD  EMPLOYER-MASTER-FILE.
COPY "EMPLOYER-MASTER.CPY".
WORKING-STORAGE SECTION.
77  WS-REGISTER-FILE-STATUS         PIC X(02).
77  WS-EMPLOYER-FILE-STATUS         PIC X(02).
77  WS-REGISTER-MENU-CHOICE         PIC X(01) VALUE SPACE.
    88  LEAVE-REGISTER-MENU         VALUE "0".
77  WS-REGISTER-EOF                 PIC X(01).
    88  REGISTER-EOF                VALUE "Y".
77  WS-EMPLOYER-EOF                 PIC X(01).
    88  EMPLOYER-EOF                VALUE "Y".
77  WS-INQUIRY-ID                   PIC X(09).
77  WS-INQUIRY-COUNT                PIC 9(05).
77  WS-INQUIRY-INCOME-TOTAL         PIC S9(9)V99.
77  WS-INQUIRY-CONTRIB-TOTAL        PIC S9(9)V99.
77  WS-TODAY-DATE                   PIC X(08).
77  WS-REPORT-EMPLOYER-ID           PIC X(09).
77  WS-REPORT-PERIOD                PIC X(06).
77  WS-PRIOR-PERIOD                 PIC X(06).
77  WS-VARIANCE-PERCENT             PIC 9(03).
77  WS-CHANGE-PERCENT               PIC S9(5)V99.
77  WS-CURRENT-EMPLOYEE-ID          PIC X(09).
77  WS-CURRENT-INCOME               PIC S9(7)V99.
77  WS-PRIOR-INCOME                 PIC S9(7)V99.
77  WS-CURRENT-FOUND                PIC X(01).
    88  CURRENT-WAS-FOUND           VALUE "Y".
77  WS-PRIOR-FOUND                  PIC X(01).
    88  PRIOR-WAS-FOUND             VALUE "Y".
77  WS-EMPLOYERS-COMPARED           PIC 9(05).
77  WS-EMPLOYERS-NO-PRIOR           PIC 9(05).
77  WS-EMPLOYEES-CURRENT            PIC 9(05).
77  WS-EMPLOYEES-MISSING            PIC 9(05).
77  WS-EMPLOYEES-NEW                PIC 9(05).
77  WS-EMPLOYEES-MOVED              PIC 9(05).
77  WS-TOTAL-MISSING                PIC 9(05).
77  WS-TOTAL-MOVED                  PIC 9(05).
77  WS-EDIT-AMOUNT                  PIC -Z(6)9.99.
77  WS-EDIT-PRIOR                   PIC -Z(6)9.99.
77  WS-EDIT-CONTRIBUTION            PIC -Z(6)9.99.
77  WS-EDIT-PERCENT                 PIC -Z(4)9.99.
LINKAGE SECTION.
COPY "USER-STRUCTURE.CPY".
PROCEDURE DIVISION USING USER-STRUCTURE.
    DISPLAY "Contribution Register"
    MOVE SPACE TO WS-REGISTER-MENU-CHOICE
    PERFORM REGISTER-MENU-SELECTION UNTIL LEAVE-REGISTER-MENU
    GOBACK.

REGISTER-MENU-SELECTION.
    DISPLAY "Choose a contribution register option:"
    DISPLAY "1. Contributions by Employee"
    DISPLAY "2. Contributions by Employer"
    DISPLAY "3. Period-on-Period Comparison Report"
    DISPLAY "0. Return to Utilities Menu"
    ACCEPT WS-REGISTER-MENU-CHOICE
    EVALUATE WS-REGISTER-MENU-CHOICE
        WHEN "1" PERFORM EMPLOYEE-CONTRIBUTION-INQUIRY
        WHEN "2" PERFORM EMPLOYER-CONTRIBUTION-INQUIRY
        WHEN "3" PERFORM PERIOD-COMPARISON-REPORT
        WHEN "0" CONTINUE
        WHEN OTHER DISPLAY "Invalid option"
    END-EVALUATE.

EMPLOYEE-CONTRIBUTION-INQUIRY.
    DISPLAY "Enter employee taxpayer ID: "
    ACCEPT WS-INQUIRY-ID
    MOVE ZERO TO WS-INQUIRY-COUNT
    MOVE ZERO TO WS-INQUIRY-INCOME-TOTAL
    MOVE ZERO TO WS-INQUIRY-CONTRIB-TOTAL
    MOVE "N" TO WS-REGISTER-EOF
    OPEN INPUT CONTRIBUTION-REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS NOT = "00"
        DISPLAY "Contribution register CONTREG could not be opened"
            " - status " WS-REGISTER-FILE-STATUS
    ELSE
        DISPLAY "===== CONTRIBUTIONS FOR EMPLOYEE " WS-INQUIRY-ID
            " ====="
        MOVE WS-INQUIRY-ID TO REGISTER-EMPLOYEE-ID
        START CONTRIBUTION-REGISTER-FILE
            KEY = REGISTER-EMPLOYEE-ID
            INVALID KEY
                SET REGISTER-EOF TO TRUE
        END-START
        PERFORM READ-EMPLOYEE-REGISTER-NEXT
        PERFORM DISPLAY-EMPLOYEE-REGISTER-LINE UNTIL REGISTER-EOF
        CLOSE CONTRIBUTION-REGISTER-FILE
        PERFORM DISPLAY-INQUIRY-TOTALS
    END-IF.

DISPLAY-EMPLOYEE-REGISTER-LINE.
    PERFORM DISPLAY-REGISTER-LINE
    PERFORM READ-EMPLOYEE-REGISTER-NEXT.

READ-EMPLOYEE-REGISTER-NEXT.
    READ CONTRIBUTION-REGISTER-FILE NEXT RECORD
        AT END
            SET REGISTER-EOF TO TRUE
    END-READ
    IF NOT REGISTER-EOF
        IF REGISTER-EMPLOYEE-ID NOT = WS-INQUIRY-ID
            SET REGISTER-EOF TO TRUE
        END-IF
    END-IF.

EMPLOYER-CONTRIBUTION-INQUIRY.
    DISPLAY "Enter employer ID: "
    ACCEPT WS-INQUIRY-ID
    MOVE ZERO TO WS-INQUIRY-COUNT
    MOVE ZERO TO WS-INQUIRY-INCOME-TOTAL
    MOVE ZERO TO WS-INQUIRY-CONTRIB-TOTAL
    MOVE "N" TO WS-REGISTER-EOF
    OPEN INPUT CONTRIBUTION-REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS NOT = "00"
        DISPLAY "Contribution register CONTREG could not be opened"
            " - status " WS-REGISTER-FILE-STATUS
    ELSE
        DISPLAY "===== CONTRIBUTIONS FROM EMPLOYER " WS-INQUIRY-ID
            " ====="
        MOVE WS-INQUIRY-ID TO REGISTER-EMPLOYER-ID
        MOVE LOW-VALUES TO REGISTER-EMPLOYEE-ID
        MOVE LOW-VALUES TO REGISTER-PERIOD
        START CONTRIBUTION-REGISTER-FILE KEY NOT < REGISTER-KEY
            INVALID KEY
                SET REGISTER-EOF TO TRUE
        END-START
        PERFORM READ-EMPLOYER-REGISTER-NEXT
        PERFORM DISPLAY-EMPLOYER-REGISTER-LINE UNTIL REGISTER-EOF
        CLOSE CONTRIBUTION-REGISTER-FILE
        PERFORM DISPLAY-INQUIRY-TOTALS
    END-IF.

DISPLAY-EMPLOYER-REGISTER-LINE.
    PERFORM DISPLAY-REGISTER-LINE
    PERFORM READ-EMPLOYER-REGISTER-NEXT.

READ-EMPLOYER-REGISTER-NEXT.
    READ CONTRIBUTION-REGISTER-FILE NEXT RECORD
        AT END
            SET REGISTER-EOF TO TRUE
    END-READ
    IF NOT REGISTER-EOF
        IF REGISTER-EMPLOYER-ID NOT = WS-INQUIRY-ID
            SET REGISTER-EOF TO TRUE
        END-IF
    END-IF.

DISPLAY-REGISTER-LINE.
    MOVE REGISTER-INCOME TO WS-EDIT-AMOUNT
    MOVE REGISTER-CONTRIBUTION TO WS-EDIT-CONTRIBUTION
    DISPLAY "Employer " REGISTER-EMPLOYER-ID
        "  Employee " REGISTER-EMPLOYEE-ID
        "  Period " REGISTER-PERIOD
        "  Income: " WS-EDIT-AMOUNT
        "  Contribution: " WS-EDIT-CONTRIBUTION
        "  Lines: " REGISTER-LINE-COUNT
        "  Posted " REGISTER-POSTED-DATE
    ADD 1 TO WS-INQUIRY-COUNT
    ADD REGISTER-INCOME TO WS-INQUIRY-INCOME-TOTAL
    ADD REGISTER-CONTRIBUTION TO WS-INQUIRY-CONTRIB-TOTAL.

DISPLAY-INQUIRY-TOTALS.
    DISPLAY "Register entries: " WS-INQUIRY-COUNT
    DISPLAY "Total income: " WS-INQUIRY-INCOME-TOTAL
        "  Total contributions: " WS-INQUIRY-CONTRIB-TOTAL
    DISPLAY "======================================".

PERIOD-COMPARISON-REPORT.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    DISPLAY "Enter employer ID (blank for all employers): "
    ACCEPT WS-REPORT-EMPLOYER-ID
    DISPLAY "Enter period to compare (YYYYMM, blank for current): "
    ACCEPT WS-REPORT-PERIOD
    IF WS-REPORT-PERIOD = SPACES
        MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-PERIOD
    END-IF
    DISPLAY "Flag income moves above what percentage (0 for 20): "
    ACCEPT WS-VARIANCE-PERCENT
    IF WS-VARIANCE-PERCENT = ZERO
        MOVE 20 TO WS-VARIANCE-PERCENT
    END-IF
    IF WS-REPORT-PERIOD IS NOT NUMERIC
        DISPLAY "Period must be YYYYMM - no report produced"
    ELSE
        PERFORM PRODUCE-COMPARISON-REPORT
    END-IF.

PRODUCE-COMPARISON-REPORT.
    MOVE ZERO TO WS-EMPLOYERS-COMPARED
    MOVE ZERO TO WS-EMPLOYERS-NO-PRIOR
    MOVE ZERO TO WS-TOTAL-MISSING
    MOVE ZERO TO WS-TOTAL-MOVED
    OPEN INPUT CONTRIBUTION-REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS NOT = "00"
        DISPLAY "Contribution register CONTREG could not be opened"
            " - status " WS-REGISTER-FILE-STATUS
    ELSE
        DISPLAY "===== CONTRIBUTION COMPARISON - PERIOD "
            WS-REPORT-PERIOD " - MOVES OVER " WS-VARIANCE-PERCENT
            "% ====="
        IF WS-REPORT-EMPLOYER-ID NOT = SPACES
            PERFORM COMPARE-EMPLOYER-PERIODS
        ELSE
            PERFORM COMPARE-ALL-EMPLOYERS
        END-IF
        CLOSE CONTRIBUTION-REGISTER-FILE
        DISPLAY "Employers compared: " WS-EMPLOYERS-COMPARED
            "  Without an earlier remittance: " WS-EMPLOYERS-NO-PRIOR
        DISPLAY "Employees missing from this remittance: "
            WS-TOTAL-MISSING
        DISPLAY "Employees with income moves over "
            WS-VARIANCE-PERCENT "%: " WS-TOTAL-MOVED
        DISPLAY "======================================"
    END-IF.

COMPARE-ALL-EMPLOYERS.
    OPEN INPUT EMPLOYER-MASTER-FILE
    IF WS-EMPLOYER-FILE-STATUS NOT = "00"
        DISPLAY "Employer master EMPMSTR could not be opened"
            " - status " WS-EMPLOYER-FILE-STATUS
    ELSE
        MOVE "N" TO WS-EMPLOYER-EOF
        MOVE LOW-VALUES TO EMPLOYER-ID
        START EMPLOYER-MASTER-FILE KEY NOT < EMPLOYER-ID
            INVALID KEY
                SET EMPLOYER-EOF TO TRUE
        END-START
        PERFORM READ-EMPLOYER-NEXT
        PERFORM COMPARE-NEXT-EMPLOYER UNTIL EMPLOYER-EOF
        CLOSE EMPLOYER-MASTER-FILE
    END-IF.

COMPARE-NEXT-EMPLOYER.
    MOVE EMPLOYER-ID TO WS-REPORT-EMPLOYER-ID
    PERFORM COMPARE-EMPLOYER-PERIODS
    PERFORM READ-EMPLOYER-NEXT.

READ-EMPLOYER-NEXT.
    READ EMPLOYER-MASTER-FILE NEXT RECORD
        AT END
            SET EMPLOYER-EOF TO TRUE
    END-READ.

COMPARE-EMPLOYER-PERIODS.
    MOVE WS-REPORT-EMPLOYER-ID TO WS-INQUIRY-ID
    MOVE ZERO TO WS-EMPLOYEES-CURRENT
    MOVE ZERO TO WS-EMPLOYEES-MISSING
    MOVE ZERO TO WS-EMPLOYEES-NEW
    MOVE ZERO TO WS-EMPLOYEES-MOVED
    MOVE SPACES TO WS-PRIOR-PERIOD
    PERFORM START-EMPLOYER-REGISTER
    PERFORM FIND-PRIOR-PERIOD UNTIL REGISTER-EOF
    IF WS-PRIOR-PERIOD NOT = SPACES
        ADD 1 TO WS-EMPLOYERS-COMPARED
        DISPLAY "Employer " WS-REPORT-EMPLOYER-ID
            "  Period " WS-REPORT-PERIOD
            " compared with " WS-PRIOR-PERIOD
        MOVE SPACES TO WS-CURRENT-EMPLOYEE-ID
        MOVE "N" TO WS-CURRENT-FOUND
        MOVE "N" TO WS-PRIOR-FOUND
        PERFORM START-EMPLOYER-REGISTER
        PERFORM COMPARE-REGISTER-ENTRY UNTIL REGISTER-EOF
        PERFORM CLOSE-EMPLOYEE-COMPARISON
        DISPLAY "  Employees this period: " WS-EMPLOYEES-CURRENT
            "  New: " WS-EMPLOYEES-NEW
            "  Missing: " WS-EMPLOYEES-MISSING
            "  Income moves: " WS-EMPLOYEES-MOVED
        ADD WS-EMPLOYEES-MISSING TO WS-TOTAL-MISSING
        ADD WS-EMPLOYEES-MOVED TO WS-TOTAL-MOVED
    ELSE
        ADD 1 TO WS-EMPLOYERS-NO-PRIOR
    END-IF.

START-EMPLOYER-REGISTER.
    MOVE "N" TO WS-REGISTER-EOF
    MOVE WS-INQUIRY-ID TO REGISTER-EMPLOYER-ID
    MOVE LOW-VALUES TO REGISTER-EMPLOYEE-ID
    MOVE LOW-VALUES TO REGISTER-PERIOD
    START CONTRIBUTION-REGISTER-FILE KEY NOT < REGISTER-KEY
        INVALID KEY
            SET REGISTER-EOF TO TRUE
    END-START
    PERFORM READ-EMPLOYER-REGISTER-NEXT.

FIND-PRIOR-PERIOD.
    IF REGISTER-PERIOD < WS-REPORT-PERIOD
        IF WS-PRIOR-PERIOD = SPACES
           OR REGISTER-PERIOD > WS-PRIOR-PERIOD
            MOVE REGISTER-PERIOD TO WS-PRIOR-PERIOD
        END-IF
    END-IF
    PERFORM READ-EMPLOYER-REGISTER-NEXT.

COMPARE-REGISTER-ENTRY.
    IF REGISTER-EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE-ID
        PERFORM CLOSE-EMPLOYEE-COMPARISON
        MOVE REGISTER-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE-ID
        MOVE "N" TO WS-CURRENT-FOUND
        MOVE "N" TO WS-PRIOR-FOUND
    END-IF
    IF REGISTER-PERIOD = WS-REPORT-PERIOD
        SET CURRENT-WAS-FOUND TO TRUE
        MOVE REGISTER-INCOME TO WS-CURRENT-INCOME
    END-IF
    IF REGISTER-PERIOD = WS-PRIOR-PERIOD
        SET PRIOR-WAS-FOUND TO TRUE
        MOVE REGISTER-INCOME TO WS-PRIOR-INCOME
    END-IF
    PERFORM READ-EMPLOYER-REGISTER-NEXT.

CLOSE-EMPLOYEE-COMPARISON.
    IF CURRENT-WAS-FOUND
        ADD 1 TO WS-EMPLOYEES-CURRENT
    END-IF
    EVALUATE TRUE
        WHEN PRIOR-WAS-FOUND AND NOT CURRENT-WAS-FOUND
            ADD 1 TO WS-EMPLOYEES-MISSING
            MOVE WS-PRIOR-INCOME TO WS-EDIT-PRIOR
            DISPLAY "  MISSING   Employee " WS-CURRENT-EMPLOYEE-ID
                "  Income " WS-PRIOR-PERIOD ": " WS-EDIT-PRIOR
                "  not on this remittance"
        WHEN CURRENT-WAS-FOUND AND NOT PRIOR-WAS-FOUND
            ADD 1 TO WS-EMPLOYEES-NEW
        WHEN CURRENT-WAS-FOUND AND PRIOR-WAS-FOUND
            PERFORM CHECK-INCOME-MOVE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CHECK-INCOME-MOVE.
    IF WS-PRIOR-INCOME > ZERO
        COMPUTE WS-CHANGE-PERCENT ROUNDED =
            (WS-CURRENT-INCOME - WS-PRIOR-INCOME) * 100
            / WS-PRIOR-INCOME
        IF WS-CHANGE-PERCENT > WS-VARIANCE-PERCENT
           OR WS-CHANGE-PERCENT < ZERO - WS-VARIANCE-PERCENT
            ADD 1 TO WS-EMPLOYEES-MOVED
            MOVE WS-PRIOR-INCOME TO WS-EDIT-PRIOR
            MOVE WS-CURRENT-INCOME TO WS-EDIT-AMOUNT
            MOVE WS-CHANGE-PERCENT TO WS-EDIT-PERCENT
            DISPLAY "  INCOME    Employee " WS-CURRENT-EMPLOYEE-ID
                "  " WS-PRIOR-PERIOD ": " WS-EDIT-PRIOR
                "  " WS-REPORT-PERIOD ": " WS-EDIT-AMOUNT
                "  Change: " WS-EDIT-PERCENT "%"
        END-IF
    END-IF.
