IDENTIFICATION DIVISION.
PROGRAM-ID. COLLECTIONMODULE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TAXPAYER-MASTER-FILE ASSIGN TO "TAXMSTR"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY TAXPAYER-ID
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-MASTER-FILE-STATUS.
    SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDG"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY LEDGER-KEY
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-LEDGER-FILE-STATUS.
    SELECT INSTALLMENT-FILE ASSIGN TO "INSTPLAN"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY INSTALLMENT-KEY
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-INSTALLMENT-FILE-STATUS.
    SELECT COLLECTION-CASE-FILE ASSIGN TO "COLLCASE"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY CASE-TAXPAYER-ID
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-CASE-FILE-STATUS.
    SELECT DUNNING-LETTER-FILE ASSIGN TO "DUNLETTR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-LETTER-FILE-STATUS.
    SELECT REFERRAL-FILE ASSIGN TO "ENFREFER"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REFERRAL-FILE-STATUS.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TAXPAYER-MASTER-FILE.
COPY "TAXPAYER-MASTER.CPY".
FD  PAYMENT-LEDGER-FILE.
COPY "PAYMENT-LEDGER.CPY".
FD  INSTALLMENT-FILE.
COPY "INSTALLMENT-RECORD.CPY".
FD  COLLECTION-CASE-FILE.
COPY "COLLECTION-CASE.CPY".
FD  DUNNING-LETTER-FILE.
COPY "NOTICE-LINE.CPY"
    REPLACING LEADING ==NOTICE== BY ==LETTER==.
FD  REFERRAL-FILE.
COPY "ENFORCEMENT-REFERRAL.CPY".
FD  AUDIT-TRAIL-FILE.
COPY "AUDIT-RECORD.CPY".
WORKING-STORAGE SECTION.
77  WS-MASTER-FILE-STATUS           PIC X(02).
77  WS-LEDGER-FILE-STATUS           PIC X(02).
77  WS-INSTALLMENT-FILE-STATUS      PIC X(02).
77  WS-CASE-FILE-STATUS             PIC X(02).
77  WS-LETTER-FILE-STATUS           PIC X(02).
77  WS-REFERRAL-FILE-STATUS         PIC X(02).
77  WS-AUDIT-FILE-STATUS            PIC X(02).
77  WS-AUDIT-DATE                   PIC X(08).
77  WS-AUDIT-TIME                   PIC X(08).
77  WS-AUDIT-ACTION                 PIC X(19).
77  WS-COLLECTION-MENU-CHOICE       PIC X(01) VALUE SPACE.
    88  LEAVE-COLLECTION-MENU       VALUE "0".
77  WS-MASTER-EOF                   PIC X(01).
    88  MASTER-EOF                  VALUE "Y".
77  WS-LEDGER-EOF                   PIC X(01).
    88  LEDGER-EOF                  VALUE "Y".
77  WS-INSTALLMENT-EOF              PIC X(01).
    88  INSTALLMENT-EOF             VALUE "Y".
77  WS-CASE-EOF                     PIC X(01).
    88  CASE-EOF                    VALUE "Y".
77  WS-CASE-FOUND                   PIC X(01).
    88  CASE-WAS-FOUND              VALUE "Y".
77  WS-CASE-SAVED                   PIC X(01).
    88  CASE-WAS-SAVED              VALUE "Y".
77  WS-CASE-HOLDING                 PIC X(01).
    88  CASE-IS-HOLDING             VALUE "Y".
77  WS-CASE-RELEASING               PIC X(01).
    88  CASE-IS-RELEASING           VALUE "Y".
77  WS-CASE-ESCALATING              PIC X(01).
    88  CASE-IS-ESCALATING          VALUE "Y".
77  WS-PLAN-ACTIVE                  PIC X(01).
    88  PLAN-IS-ACTIVE              VALUE "Y".
77  WS-LOOKUP-FAILED                PIC X(01).
    88  LOOKUP-HAS-FAILED           VALUE "Y".
77  WS-LOOKUP-FILE-NAME             PIC X(08).
77  WS-LOOKUP-STATUS                PIC X(02).
77  WS-LETTER-WRITTEN               PIC X(01).
    88  LETTER-WAS-WRITTEN          VALUE "Y".
77  WS-LETTER-ERROR-STATUS          PIC X(02).
77  WS-REFERRAL-WRITTEN             PIC X(01).
    88  REFERRAL-WAS-WRITTEN        VALUE "Y".
77  WS-OUTPUT-OPEN                  PIC X(01).
    88  OUTPUT-IS-OPEN              VALUE "Y".
77  WS-TODAY-DATE                   PIC X(08).
77  WS-TODAY-DAY-NUMBER             PIC 9(07).
77  WS-CURRENT-PERIOD               PIC X(06).
77  WS-CASE-ID                      PIC X(09).
77  WS-BALANCE-ID                   PIC X(09).
77  WS-PAID-TOTAL                   PIC S9(7)V99.
77  WS-UNALLOCATED-AMOUNT           PIC S9(7)V99.
77  WS-PENALTY-DUE                  PIC S9(7)V99.
77  WS-INTEREST-DUE                 PIC S9(7)V99.
77  WS-PRINCIPAL-DUE                PIC S9(7)V99.
77  WS-BALANCE-DUE                  PIC S9(7)V99.
77  WS-DAYS-OVERDUE                 PIC S9(07).
77  WS-DAYS-SINCE-ACTION            PIC S9(07).
77  WS-TARGET-STAGE                 PIC 9(01).
77  WS-STAGE-SUB                    PIC 9(01).
77  WS-MINIMUM-LETTER-GAP           PIC 9(03) VALUE 14.
77  WS-CASES-OPENED                 PIC 9(05).
77  WS-CASES-ESCALATED              PIC 9(05).
77  WS-CASES-HELD                   PIC 9(05).
77  WS-CASES-RELEASED               PIC 9(05).
77  WS-CASES-CLOSED                 PIC 9(05).
77  WS-CASES-PLAN-COVERED           PIC 9(05).
77  WS-CASES-IN-ERROR               PIC 9(05).
77  WS-TAXPAYERS-SKIPPED            PIC 9(05).
77  WS-ACTIONS-IN-ERROR             PIC 9(05).
77  WS-LETTERS-WRITTEN              PIC 9(05).
77  WS-REFERRALS-WRITTEN            PIC 9(05).
77  WS-REPORT-COUNT                 PIC 9(05).
77  WS-REPORT-TOTAL                 PIC S9(9)V99.
77  WS-EDIT-AMOUNT                  PIC -Z(6)9.99.
01  WS-DUE-DATE.
    05  WS-DUE-YEAR                 PIC 9(04).
    05  WS-DUE-MONTH                PIC 9(02).
    05  WS-DUE-DAY                  PIC 9(02).
01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE PIC X(08).
01  WS-STAGE-VALUES.
    05  FILLER                      PIC X(33)
        VALUE "001FIRST REMINDER                ".
    05  FILLER                      PIC X(33)
        VALUE "030SECOND REMINDER               ".
    05  FILLER                      PIC X(33)
        VALUE "060FINAL DEMAND                  ".
    05  FILLER                      PIC X(33)
        VALUE "090REFERRAL TO ENFORCEMENT       ".
01  WS-STAGE-TABLE REDEFINES WS-STAGE-VALUES.
    05  WS-STAGE                    OCCURS 4 TIMES.
        10  WS-STAGE-DAYS           PIC 9(03).
        10  WS-STAGE-TITLE          PIC X(30).
01  WS-STAGE-COUNTS.
    05  WS-STAGE-COUNT              PIC 9(05) OCCURS 5 TIMES.
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
    DISPLAY "Collections"
    MOVE SPACE TO WS-COLLECTION-MENU-CHOICE
    PERFORM COLLECTION-MENU-SELECTION UNTIL LEAVE-COLLECTION-MENU
    GOBACK.

COLLECTION-MENU-SELECTION.
    DISPLAY "Choose a collections option:"
    DISPLAY "1. Collections Escalation Run"
    DISPLAY "2. Collection Case Inquiry"
    DISPLAY "3. Open Collection Cases Report"
    DISPLAY "0. Return to Utilities Menu"
    ACCEPT WS-COLLECTION-MENU-CHOICE
    EVALUATE WS-COLLECTION-MENU-CHOICE
        WHEN "1" PERFORM COLLECTION-ESCALATION-RUN
        WHEN "2" PERFORM COLLECTION-CASE-INQUIRY
        WHEN "3" PERFORM OPEN-CASES-REPORT
        WHEN "0" CONTINUE
        WHEN OTHER DISPLAY "Invalid option"
    END-EVALUATE.

COLLECTION-ESCALATION-RUN.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-PERIOD
    MOVE WS-TODAY-DATE TO WS-DAYNUM-DATE
    PERFORM COMPUTE-DAY-NUMBER
    MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
    MOVE ZERO TO WS-CASES-OPENED
    MOVE ZERO TO WS-CASES-ESCALATED
    MOVE ZERO TO WS-CASES-HELD
    MOVE ZERO TO WS-CASES-RELEASED
    MOVE ZERO TO WS-CASES-CLOSED
    MOVE ZERO TO WS-CASES-PLAN-COVERED
    MOVE ZERO TO WS-CASES-IN-ERROR
    MOVE ZERO TO WS-TAXPAYERS-SKIPPED
    MOVE ZERO TO WS-ACTIONS-IN-ERROR
    MOVE ZERO TO WS-LETTERS-WRITTEN
    MOVE ZERO TO WS-REFERRALS-WRITTEN
    MOVE "N" TO WS-OUTPUT-OPEN
    OPEN INPUT TAXPAYER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "Taxpayer master TAXMSTR could not be opened - status "
            WS-MASTER-FILE-STATUS
    ELSE
        PERFORM OPEN-COLLECTION-OUTPUTS
        IF OUTPUT-IS-OPEN
            DISPLAY "===== COLLECTIONS ESCALATION - " WS-TODAY-DATE
                " ====="
            MOVE "N" TO WS-MASTER-EOF
            MOVE LOW-VALUES TO TAXPAYER-ID
            START TAXPAYER-MASTER-FILE KEY NOT < TAXPAYER-ID
                INVALID KEY
                    SET MASTER-EOF TO TRUE
            END-START
            PERFORM READ-MASTER-NEXT
            PERFORM REVIEW-TAXPAYER-FOR-COLLECTION UNTIL MASTER-EOF
            CLOSE COLLECTION-CASE-FILE
            CLOSE DUNNING-LETTER-FILE
            CLOSE REFERRAL-FILE
            DISPLAY "Cases opened: " WS-CASES-OPENED
                "  Escalated: " WS-CASES-ESCALATED
                "  Closed: " WS-CASES-CLOSED
            DISPLAY "Cases held for installment plans: " WS-CASES-HELD
                "  Released from hold: " WS-CASES-RELEASED
                "  Arrears covered by a plan: " WS-CASES-PLAN-COVERED
            DISPLAY "Cases not saved - no action taken: "
                WS-CASES-IN-ERROR
            DISPLAY "Taxpayers skipped - ledger or plans unreadable: "
                WS-TAXPAYERS-SKIPPED
            DISPLAY "Escalations with letter or referral not written: "
                WS-ACTIONS-IN-ERROR
            DISPLAY "Dunning letters written to DUNLETTR: "
                WS-LETTERS-WRITTEN
            DISPLAY "Referrals written to ENFREFER: "
                WS-REFERRALS-WRITTEN
            DISPLAY "======================================"
        END-IF
        CLOSE TAXPAYER-MASTER-FILE
    END-IF.

OPEN-COLLECTION-OUTPUTS.
    OPEN I-O COLLECTION-CASE-FILE
    IF WS-CASE-FILE-STATUS = "35"
        OPEN OUTPUT COLLECTION-CASE-FILE
        CLOSE COLLECTION-CASE-FILE
        OPEN I-O COLLECTION-CASE-FILE
    END-IF
    IF WS-CASE-FILE-STATUS NOT = "00"
        DISPLAY "Collection case file COLLCASE could not be opened"
            " - status " WS-CASE-FILE-STATUS
    ELSE
        OPEN EXTEND DUNNING-LETTER-FILE
        IF WS-LETTER-FILE-STATUS = "35"
            OPEN OUTPUT DUNNING-LETTER-FILE
        END-IF
        OPEN EXTEND REFERRAL-FILE
        IF WS-REFERRAL-FILE-STATUS = "35"
            OPEN OUTPUT REFERRAL-FILE
        END-IF
        IF WS-LETTER-FILE-STATUS NOT = "00"
           OR WS-REFERRAL-FILE-STATUS NOT = "00"
            DISPLAY "Letter file DUNLETTR status "
                WS-LETTER-FILE-STATUS
                ", referral file ENFREFER status "
                WS-REFERRAL-FILE-STATUS " - run abandoned"
            CLOSE COLLECTION-CASE-FILE
            CLOSE DUNNING-LETTER-FILE
            CLOSE REFERRAL-FILE
        ELSE
            SET OUTPUT-IS-OPEN TO TRUE
        END-IF
    END-IF.

REVIEW-TAXPAYER-FOR-COLLECTION.
    MOVE TAXPAYER-ID TO WS-BALANCE-ID
    MOVE "N" TO WS-LOOKUP-FAILED
    PERFORM COMPUTE-PAID-TOTAL
    IF LOOKUP-HAS-FAILED
        PERFORM REPORT-TAXPAYER-SKIPPED
    ELSE
        PERFORM ASSESS-TAXPAYER-ARREARS
    END-IF
    PERFORM READ-MASTER-NEXT.

ASSESS-TAXPAYER-ARREARS.
    PERFORM COMPUTE-BALANCE-BUCKETS
    PERFORM COMPUTE-DAYS-OVERDUE
    PERFORM READ-COLLECTION-CASE
    IF WS-BALANCE-DUE NOT > ZERO
        IF CASE-WAS-FOUND AND NOT CASE-IS-CLOSED
            PERFORM CLOSE-COLLECTION-CASE
        END-IF
    ELSE
        IF WS-DAYS-OVERDUE > ZERO
            PERFORM CHECK-ACTIVE-PLAN
            EVALUATE TRUE
                WHEN LOOKUP-HAS-FAILED
                    PERFORM REPORT-TAXPAYER-SKIPPED
                WHEN PLAN-IS-ACTIVE
                    PERFORM HOLD-COLLECTION-CASE
                WHEN OTHER
                    PERFORM ADVANCE-COLLECTION-CASE
            END-EVALUATE
        END-IF
    END-IF.

REPORT-TAXPAYER-SKIPPED.
    ADD 1 TO WS-TAXPAYERS-SKIPPED
    DISPLAY "Taxpayer " WS-BALANCE-ID " skipped - "
        WS-LOOKUP-FILE-NAME " could not be opened - status "
        WS-LOOKUP-STATUS " - no action taken".

COMPUTE-DAYS-OVERDUE.
    MOVE ZERO TO WS-DAYS-OVERDUE
    IF TAXPAYER-LAST-UPDATED(1:6) IS NUMERIC
       AND TAXPAYER-LAST-UPDATED(1:6) < WS-CURRENT-PERIOD
        MOVE TAXPAYER-LAST-UPDATED(1:4) TO WS-DUE-YEAR
        MOVE TAXPAYER-LAST-UPDATED(5:2) TO WS-DUE-MONTH
        MOVE 1 TO WS-DUE-DAY
        IF WS-DUE-MONTH = 12
            MOVE 1 TO WS-DUE-MONTH
            ADD 1 TO WS-DUE-YEAR
        ELSE
            ADD 1 TO WS-DUE-MONTH
        END-IF
        MOVE WS-DUE-DATE-X TO WS-DAYNUM-DATE
        PERFORM COMPUTE-DAY-NUMBER
        IF DAYNUM-IS-VALID
            COMPUTE WS-DAYS-OVERDUE =
                WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER + 1
        END-IF
    END-IF.

READ-COLLECTION-CASE.
    MOVE "N" TO WS-CASE-FOUND
    MOVE WS-BALANCE-ID TO CASE-TAXPAYER-ID
    READ COLLECTION-CASE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CASE-WAS-FOUND TO TRUE
    END-READ.

CHECK-ACTIVE-PLAN.
    MOVE "N" TO WS-PLAN-ACTIVE
    MOVE "N" TO WS-INSTALLMENT-EOF
    OPEN INPUT INSTALLMENT-FILE
    IF WS-INSTALLMENT-FILE-STATUS NOT = "00"
       AND WS-INSTALLMENT-FILE-STATUS NOT = "35"
        SET LOOKUP-HAS-FAILED TO TRUE
        MOVE "INSTPLAN" TO WS-LOOKUP-FILE-NAME
        MOVE WS-INSTALLMENT-FILE-STATUS TO WS-LOOKUP-STATUS
    END-IF
    IF WS-INSTALLMENT-FILE-STATUS = "00"
        MOVE WS-BALANCE-ID TO INSTALLMENT-TAXPAYER-ID
        MOVE ZERO TO INSTALLMENT-NUMBER
        START INSTALLMENT-FILE KEY NOT < INSTALLMENT-KEY
            INVALID KEY
                SET INSTALLMENT-EOF TO TRUE
        END-START
        PERFORM READ-INSTALLMENT-FOR-TAXPAYER
        PERFORM CHECK-INSTALLMENT-OPEN UNTIL INSTALLMENT-EOF
        CLOSE INSTALLMENT-FILE
    END-IF.

CHECK-INSTALLMENT-OPEN.
    IF INSTALLMENT-IS-OPEN
        SET PLAN-IS-ACTIVE TO TRUE
        SET INSTALLMENT-EOF TO TRUE
    ELSE
        PERFORM READ-INSTALLMENT-FOR-TAXPAYER
    END-IF.

READ-INSTALLMENT-FOR-TAXPAYER.
    READ INSTALLMENT-FILE NEXT RECORD
        AT END
            SET INSTALLMENT-EOF TO TRUE
    END-READ
    IF NOT INSTALLMENT-EOF
        IF INSTALLMENT-TAXPAYER-ID NOT = WS-BALANCE-ID
            SET INSTALLMENT-EOF TO TRUE
        END-IF
    END-IF.

HOLD-COLLECTION-CASE.
    IF CASE-WAS-FOUND AND NOT CASE-IS-CLOSED
        MOVE "N" TO WS-CASE-HOLDING
        IF CASE-IS-OPEN
            SET CASE-IS-HELD TO TRUE
            MOVE WS-TODAY-DATE TO CASE-LAST-ACTION-DATE
            SET CASE-IS-HOLDING TO TRUE
        END-IF
        MOVE WS-DAYS-OVERDUE TO CASE-DAYS-OVERDUE
        MOVE WS-BALANCE-DUE TO CASE-BALANCE-DUE
        PERFORM SAVE-COLLECTION-CASE
        IF CASE-WAS-SAVED AND CASE-IS-HOLDING
            ADD 1 TO WS-CASES-HELD
            MOVE "COLLECT-HELD" TO WS-AUDIT-ACTION
            PERFORM LOG-COLLECTION-AUDIT
            DISPLAY "Taxpayer " WS-BALANCE-ID
                "  held at stage " CASE-STAGE
                " - installment plan active"
        END-IF
    ELSE
        ADD 1 TO WS-CASES-PLAN-COVERED
    END-IF.

ADVANCE-COLLECTION-CASE.
    SET CASE-WAS-SAVED TO TRUE
    IF NOT CASE-WAS-FOUND OR CASE-IS-CLOSED
        PERFORM OPEN-NEW-COLLECTION-CASE
    END-IF
    IF CASE-WAS-SAVED
        PERFORM ESCALATE-COLLECTION-CASE
    END-IF.

ESCALATE-COLLECTION-CASE.
    MOVE "N" TO WS-CASE-RELEASING
    MOVE "N" TO WS-CASE-ESCALATING
    IF CASE-IS-HELD
        SET CASE-IS-OPEN TO TRUE
        SET CASE-IS-RELEASING TO TRUE
    END-IF
    MOVE TAXPAYER-LAST-UPDATED(1:6) TO CASE-ASSESSED-PERIOD
    MOVE WS-DAYS-OVERDUE TO CASE-DAYS-OVERDUE
    MOVE WS-BALANCE-DUE TO CASE-BALANCE-DUE
    MOVE ZERO TO WS-TARGET-STAGE
    PERFORM FIND-TARGET-STAGE
        VARYING WS-STAGE-SUB FROM 1 BY 1
        UNTIL WS-STAGE-SUB > 4
    PERFORM COMPUTE-DAYS-SINCE-ACTION
    IF WS-TARGET-STAGE > CASE-STAGE
       AND WS-DAYS-SINCE-ACTION NOT < WS-MINIMUM-LETTER-GAP
        ADD 1 TO CASE-STAGE
        MOVE WS-TODAY-DATE TO CASE-LAST-ACTION-DATE
        SET CASE-IS-ESCALATING TO TRUE
    END-IF
    PERFORM SAVE-COLLECTION-CASE
    IF CASE-WAS-SAVED
        IF CASE-IS-RELEASING
            ADD 1 TO WS-CASES-RELEASED
            DISPLAY "Taxpayer " WS-BALANCE-ID
                "  released from hold - no active installment plan"
        END-IF
        IF CASE-IS-ESCALATING
            PERFORM ISSUE-COLLECTION-ACTION
        END-IF
    END-IF.

ISSUE-COLLECTION-ACTION.
    ADD 1 TO WS-CASES-ESCALATED
    PERFORM WRITE-DUNNING-LETTER
    MOVE "Y" TO WS-REFERRAL-WRITTEN
    IF CASE-REFERRED
        PERFORM WRITE-ENFORCEMENT-REFERRAL
    END-IF
    IF NOT LETTER-WAS-WRITTEN OR NOT REFERRAL-WAS-WRITTEN
        ADD 1 TO WS-ACTIONS-IN-ERROR
        DISPLAY "Taxpayer " WS-BALANCE-ID "  moved to stage "
            CASE-STAGE " - issue the letter or referral manually"
    END-IF
    MOVE SPACES TO WS-AUDIT-ACTION
    STRING "COLLECT-STAGE-" CASE-STAGE
        DELIMITED BY SIZE
        INTO WS-AUDIT-ACTION
    END-STRING
    PERFORM LOG-COLLECTION-AUDIT
    MOVE WS-BALANCE-DUE TO WS-EDIT-AMOUNT
    DISPLAY "Taxpayer " WS-BALANCE-ID
        "  Days overdue: " CASE-DAYS-OVERDUE
        "  Balance: " WS-EDIT-AMOUNT
        "  " WS-STAGE-TITLE(CASE-STAGE).

SAVE-COLLECTION-CASE.
    MOVE "N" TO WS-CASE-SAVED
    REWRITE COLLECTION-CASE-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CASE-WAS-SAVED TO TRUE
    END-REWRITE
    IF NOT CASE-WAS-SAVED
        PERFORM REPORT-CASE-NOT-SAVED
    END-IF.

REPORT-CASE-NOT-SAVED.
    ADD 1 TO WS-CASES-IN-ERROR
    DISPLAY "Collection case for taxpayer " WS-BALANCE-ID
        " could not be saved - status " WS-CASE-FILE-STATUS
        " - no action taken".

OPEN-NEW-COLLECTION-CASE.
    MOVE SPACES TO COLLECTION-CASE-RECORD
    MOVE WS-BALANCE-ID TO CASE-TAXPAYER-ID
    MOVE WS-TODAY-DATE TO CASE-OPENED-DATE
    MOVE ZERO TO CASE-STAGE
    SET CASE-IS-OPEN TO TRUE
    MOVE ZERO TO CASE-DAYS-OVERDUE
    MOVE ZERO TO CASE-BALANCE-DUE
    IF CASE-WAS-FOUND
        PERFORM SAVE-COLLECTION-CASE
    ELSE
        MOVE "N" TO WS-CASE-SAVED
        WRITE COLLECTION-CASE-RECORD
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET CASE-WAS-SAVED TO TRUE
                SET CASE-WAS-FOUND TO TRUE
        END-WRITE
        IF NOT CASE-WAS-SAVED
            PERFORM REPORT-CASE-NOT-SAVED
        END-IF
    END-IF
    IF CASE-WAS-SAVED
        ADD 1 TO WS-CASES-OPENED
    END-IF.

FIND-TARGET-STAGE.
    IF WS-DAYS-OVERDUE NOT < WS-STAGE-DAYS(WS-STAGE-SUB)
        MOVE WS-STAGE-SUB TO WS-TARGET-STAGE
    END-IF.

COMPUTE-DAYS-SINCE-ACTION.
    MOVE WS-MINIMUM-LETTER-GAP TO WS-DAYS-SINCE-ACTION
    IF CASE-LAST-ACTION-DATE IS NUMERIC AND NOT CASE-NOT-YET-NOTIFIED
        MOVE CASE-LAST-ACTION-DATE TO WS-DAYNUM-DATE
        PERFORM COMPUTE-DAY-NUMBER
        IF DAYNUM-IS-VALID
            COMPUTE WS-DAYS-SINCE-ACTION =
                WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
        END-IF
    END-IF.

CLOSE-COLLECTION-CASE.
    SET CASE-IS-CLOSED TO TRUE
    MOVE WS-TODAY-DATE TO CASE-CLOSED-DATE
    MOVE WS-TODAY-DATE TO CASE-LAST-ACTION-DATE
    MOVE WS-BALANCE-DUE TO CASE-BALANCE-DUE
    PERFORM SAVE-COLLECTION-CASE
    IF CASE-WAS-SAVED
        ADD 1 TO WS-CASES-CLOSED
        MOVE "COLLECT-CLOSED" TO WS-AUDIT-ACTION
        PERFORM LOG-COLLECTION-AUDIT
        DISPLAY "Taxpayer " WS-BALANCE-ID
            "  case closed at stage " CASE-STAGE " - balance cleared"
    END-IF.

WRITE-DUNNING-LETTER.
    MOVE "Y" TO WS-LETTER-WRITTEN
    MOVE ALL "=" TO LETTER-LINE
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "                    " WS-STAGE-TITLE(CASE-STAGE)
        DELIMITED BY SIZE
        INTO LETTER-LINE
    END-STRING
    PERFORM PUT-LETTER-LINE
    PERFORM WRITE-LETTER-ADDRESS-BLOCK
    MOVE SPACES TO LETTER-LINE
    STRING "Taxpayer ID: " WS-BALANCE-ID
           "          Issued: " WS-TODAY-DATE
        DELIMITED BY SIZE
        INTO LETTER-LINE
    END-STRING
    PERFORM PUT-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "Assessment period: " CASE-ASSESSED-PERIOD
           "          Days overdue: " CASE-DAYS-OVERDUE
        DELIMITED BY SIZE
        INTO LETTER-LINE
    END-STRING
    PERFORM PUT-LETTER-LINE
    MOVE WS-PRINCIPAL-DUE TO WS-EDIT-AMOUNT
    MOVE SPACES TO LETTER-LINE
    STRING "Tax outstanding:      " WS-EDIT-AMOUNT
        DELIMITED BY SIZE
        INTO LETTER-LINE
    END-STRING
    PERFORM PUT-LETTER-LINE
    MOVE WS-PENALTY-DUE TO WS-EDIT-AMOUNT
    MOVE SPACES TO LETTER-LINE
    STRING "Penalty outstanding:  " WS-EDIT-AMOUNT
        DELIMITED BY SIZE
        INTO LETTER-LINE
    END-STRING
    PERFORM PUT-LETTER-LINE
    MOVE WS-INTEREST-DUE TO WS-EDIT-AMOUNT
    MOVE SPACES TO LETTER-LINE
    STRING "Interest outstanding: " WS-EDIT-AMOUNT
        DELIMITED BY SIZE
        INTO LETTER-LINE
    END-STRING
    PERFORM PUT-LETTER-LINE
    MOVE WS-BALANCE-DUE TO WS-EDIT-AMOUNT
    MOVE SPACES TO LETTER-LINE
    STRING "Total balance due:    " WS-EDIT-AMOUNT
        DELIMITED BY SIZE
        INTO LETTER-LINE
    END-STRING
    PERFORM PUT-LETTER-LINE
    EVALUATE TRUE
        WHEN CASE-FIRST-REMINDER
            MOVE "Our records show this balance is overdue. Please pay"
                TO LETTER-LINE
            PERFORM PUT-LETTER-LINE
            MOVE "it now or contact us to arrange an installment plan."
                TO LETTER-LINE
        WHEN CASE-SECOND-REMINDER
            MOVE "This balance remains unpaid after our first reminder."
                TO LETTER-LINE
            PERFORM PUT-LETTER-LINE
            MOVE "Please pay it in full within 14 days." TO LETTER-LINE
        WHEN CASE-FINAL-DEMAND
            MOVE "FINAL DEMAND: unless this balance is paid or a plan"
                TO LETTER-LINE
            PERFORM PUT-LETTER-LINE
            MOVE "is agreed, the debt will be referred for enforcement."
                TO LETTER-LINE
        WHEN OTHER
            MOVE "This debt has now been referred to the enforcement"
                TO LETTER-LINE
            PERFORM PUT-LETTER-LINE
            MOVE "office, who will contact you about recovery."
                TO LETTER-LINE
    END-EVALUATE
    PERFORM PUT-LETTER-LINE
    IF LETTER-WAS-WRITTEN
        ADD 1 TO WS-LETTERS-WRITTEN
    ELSE
        DISPLAY "Dunning letter for taxpayer " WS-BALANCE-ID
            " could not be written - status " WS-LETTER-ERROR-STATUS
    END-IF.

PUT-LETTER-LINE.
    WRITE LETTER-LINE
    IF WS-LETTER-FILE-STATUS NOT = "00" AND LETTER-WAS-WRITTEN
        MOVE "N" TO WS-LETTER-WRITTEN
        MOVE WS-LETTER-FILE-STATUS TO WS-LETTER-ERROR-STATUS
    END-IF.

WRITE-LETTER-ADDRESS-BLOCK.
    IF TAXPAYER-NAME = SPACES
        MOVE "** NO NAME AND ADDRESS ON FILE **" TO LETTER-LINE
        PERFORM PUT-LETTER-LINE
    ELSE
        MOVE TAXPAYER-NAME TO LETTER-LINE
        PERFORM PUT-LETTER-LINE
        IF TAXPAYER-ADDRESS-1 NOT = SPACES
            MOVE TAXPAYER-ADDRESS-1 TO LETTER-LINE
            PERFORM PUT-LETTER-LINE
        END-IF
        IF TAXPAYER-ADDRESS-2 NOT = SPACES
            MOVE TAXPAYER-ADDRESS-2 TO LETTER-LINE
            PERFORM PUT-LETTER-LINE
        END-IF
        IF TAXPAYER-ADDRESS-3 NOT = SPACES
            MOVE TAXPAYER-ADDRESS-3 TO LETTER-LINE
            PERFORM PUT-LETTER-LINE
        END-IF
    END-IF.

WRITE-ENFORCEMENT-REFERRAL.
    MOVE SPACES TO REFERRAL-RECORD
    MOVE WS-TODAY-DATE TO REFERRAL-DATE
    MOVE WS-BALANCE-ID TO REFERRAL-TAXPAYER-ID
    MOVE TAXPAYER-NAME TO REFERRAL-NAME
    MOVE TAXPAYER-ADDRESS-1 TO REFERRAL-ADDRESS-1
    MOVE TAXPAYER-ADDRESS-2 TO REFERRAL-ADDRESS-2
    MOVE TAXPAYER-ADDRESS-3 TO REFERRAL-ADDRESS-3
    MOVE TAXPAYER-CONTACT TO REFERRAL-CONTACT
    MOVE CASE-ASSESSED-PERIOD TO REFERRAL-ASSESSED-PERIOD
    MOVE CASE-OPENED-DATE TO REFERRAL-CASE-OPENED
    MOVE CASE-DAYS-OVERDUE TO REFERRAL-DAYS-OVERDUE
    MOVE WS-PRINCIPAL-DUE TO REFERRAL-PRINCIPAL-DUE
    MOVE WS-PENALTY-DUE TO REFERRAL-PENALTY-DUE
    MOVE WS-INTEREST-DUE TO REFERRAL-INTEREST-DUE
    MOVE WS-BALANCE-DUE TO REFERRAL-BALANCE-DUE
    WRITE REFERRAL-RECORD
    IF WS-REFERRAL-FILE-STATUS = "00"
        ADD 1 TO WS-REFERRALS-WRITTEN
    ELSE
        MOVE "N" TO WS-REFERRAL-WRITTEN
        DISPLAY "Referral for taxpayer " WS-BALANCE-ID
            " could not be written - status " WS-REFERRAL-FILE-STATUS
    END-IF.

COLLECTION-CASE-INQUIRY.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-CASE-ID
    OPEN INPUT COLLECTION-CASE-FILE
    IF WS-CASE-FILE-STATUS NOT = "00"
        DISPLAY "No collection cases on file"
    ELSE
        MOVE WS-CASE-ID TO CASE-TAXPAYER-ID
        READ COLLECTION-CASE-FILE
            INVALID KEY
                DISPLAY "No collection case for taxpayer " WS-CASE-ID
            NOT INVALID KEY
                PERFORM DISPLAY-COLLECTION-CASE
        END-READ
        CLOSE COLLECTION-CASE-FILE
    END-IF.

DISPLAY-COLLECTION-CASE.
    MOVE CASE-BALANCE-DUE TO WS-EDIT-AMOUNT
    DISPLAY "Taxpayer " CASE-TAXPAYER-ID
        "  Opened " CASE-OPENED-DATE
        "  Status " CASE-STATUS
        "  Stage " CASE-STAGE
    IF CASE-NOT-YET-NOTIFIED
        DISPLAY "  No letter issued yet"
    ELSE
        DISPLAY "  " WS-STAGE-TITLE(CASE-STAGE)
            " issued " CASE-LAST-ACTION-DATE
    END-IF
    DISPLAY "  Assessed " CASE-ASSESSED-PERIOD
        "  Days overdue: " CASE-DAYS-OVERDUE
        "  Balance at last run: " WS-EDIT-AMOUNT
    IF CASE-IS-CLOSED
        DISPLAY "  Closed " CASE-CLOSED-DATE
    END-IF.

OPEN-CASES-REPORT.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE ZERO TO WS-REPORT-COUNT
    MOVE ZERO TO WS-REPORT-TOTAL
    MOVE ZERO TO WS-STAGE-COUNT(1)
    MOVE ZERO TO WS-STAGE-COUNT(2)
    MOVE ZERO TO WS-STAGE-COUNT(3)
    MOVE ZERO TO WS-STAGE-COUNT(4)
    MOVE ZERO TO WS-STAGE-COUNT(5)
    MOVE ZERO TO WS-CASES-HELD
    MOVE "N" TO WS-CASE-EOF
    DISPLAY "===== OPEN COLLECTION CASES - " WS-TODAY-DATE " ====="
    OPEN INPUT COLLECTION-CASE-FILE
    IF WS-CASE-FILE-STATUS = "00"
        MOVE LOW-VALUES TO CASE-TAXPAYER-ID
        START COLLECTION-CASE-FILE KEY NOT < CASE-TAXPAYER-ID
            INVALID KEY
                SET CASE-EOF TO TRUE
        END-START
        PERFORM READ-CASE-NEXT
        PERFORM REPORT-OPEN-CASE UNTIL CASE-EOF
        CLOSE COLLECTION-CASE-FILE
    END-IF
    DISPLAY "Open cases: " WS-REPORT-COUNT
        "  of which held: " WS-CASES-HELD
    DISPLAY "  Not yet notified: " WS-STAGE-COUNT(1)
    PERFORM DISPLAY-STAGE-COUNT
        VARYING WS-STAGE-SUB FROM 1 BY 1
        UNTIL WS-STAGE-SUB > 4
    DISPLAY "Balance under collection: " WS-REPORT-TOTAL
    DISPLAY "======================================".

REPORT-OPEN-CASE.
    IF NOT CASE-IS-CLOSED
        PERFORM DISPLAY-COLLECTION-CASE
        ADD 1 TO WS-REPORT-COUNT
        ADD 1 TO WS-STAGE-COUNT(CASE-STAGE + 1)
        ADD CASE-BALANCE-DUE TO WS-REPORT-TOTAL
        IF CASE-IS-HELD
            ADD 1 TO WS-CASES-HELD
        END-IF
    END-IF
    PERFORM READ-CASE-NEXT.

DISPLAY-STAGE-COUNT.
    DISPLAY "  " WS-STAGE-TITLE(WS-STAGE-SUB) ": "
        WS-STAGE-COUNT(WS-STAGE-SUB + 1).

READ-CASE-NEXT.
    READ COLLECTION-CASE-FILE NEXT RECORD
        AT END
            SET CASE-EOF TO TRUE
    END-READ.

READ-MASTER-NEXT.
    READ TAXPAYER-MASTER-FILE NEXT RECORD
        AT END
            SET MASTER-EOF TO TRUE
    END-READ.

COMPUTE-PAID-TOTAL.
    MOVE ZERO TO WS-PAID-TOTAL
    MOVE "N" TO WS-LEDGER-EOF
    OPEN INPUT PAYMENT-LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS NOT = "00"
       AND WS-LEDGER-FILE-STATUS NOT = "35"
        SET LOOKUP-HAS-FAILED TO TRUE
        MOVE "PAYLEDG" TO WS-LOOKUP-FILE-NAME
        MOVE WS-LEDGER-FILE-STATUS TO WS-LOOKUP-STATUS
    END-IF
    IF WS-LEDGER-FILE-STATUS = "00"
        MOVE WS-BALANCE-ID TO LEDGER-TAXPAYER-ID
        MOVE LOW-VALUES TO LEDGER-PAYMENT-DATE
        MOVE LOW-VALUES TO LEDGER-RECEIPT-NUMBER
        START PAYMENT-LEDGER-FILE KEY NOT < LEDGER-KEY
            INVALID KEY
                SET LEDGER-EOF TO TRUE
        END-START
        PERFORM READ-LEDGER-FOR-TAXPAYER
        PERFORM ADD-LEDGER-FOR-TAXPAYER UNTIL LEDGER-EOF
        CLOSE PAYMENT-LEDGER-FILE
    END-IF.

ADD-LEDGER-FOR-TAXPAYER.
    ADD LEDGER-AMOUNT TO WS-PAID-TOTAL
    PERFORM READ-LEDGER-FOR-TAXPAYER.

READ-LEDGER-FOR-TAXPAYER.
    READ PAYMENT-LEDGER-FILE NEXT RECORD
        AT END
            SET LEDGER-EOF TO TRUE
    END-READ
    IF NOT LEDGER-EOF
        IF LEDGER-TAXPAYER-ID NOT = WS-BALANCE-ID
            SET LEDGER-EOF TO TRUE
        END-IF
    END-IF.

COMPUTE-BALANCE-BUCKETS.
    MOVE WS-PAID-TOTAL TO WS-UNALLOCATED-AMOUNT
    MOVE TAXPAYER-PENALTY-ACCRUED TO WS-PENALTY-DUE
    IF WS-UNALLOCATED-AMOUNT NOT < WS-PENALTY-DUE
        SUBTRACT WS-PENALTY-DUE FROM WS-UNALLOCATED-AMOUNT
        MOVE ZERO TO WS-PENALTY-DUE
    ELSE
        SUBTRACT WS-UNALLOCATED-AMOUNT FROM WS-PENALTY-DUE
        MOVE ZERO TO WS-UNALLOCATED-AMOUNT
    END-IF
    MOVE TAXPAYER-INTEREST-ACCRUED TO WS-INTEREST-DUE
    IF WS-UNALLOCATED-AMOUNT NOT < WS-INTEREST-DUE
        SUBTRACT WS-INTEREST-DUE FROM WS-UNALLOCATED-AMOUNT
        MOVE ZERO TO WS-INTEREST-DUE
    ELSE
        SUBTRACT WS-UNALLOCATED-AMOUNT FROM WS-INTEREST-DUE
        MOVE ZERO TO WS-UNALLOCATED-AMOUNT
    END-IF
    COMPUTE WS-PRINCIPAL-DUE = TAXPAYER-TAX - WS-UNALLOCATED-AMOUNT
    COMPUTE WS-BALANCE-DUE =
        WS-PENALTY-DUE + WS-INTEREST-DUE + WS-PRINCIPAL-DUE.

LOG-COLLECTION-AUDIT.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE USER-OPERATOR-ID TO AUDIT-OPERATOR-ID
    MOVE WS-AUDIT-ACTION TO AUDIT-MODULE-NAME
    MOVE WS-BALANCE-ID TO AUDIT-TAXPAYER-ID
    MOVE ZERO TO AUDIT-INCOME
    MOVE ZERO TO AUDIT-YEARS
    MOVE WS-BALANCE-DUE TO AUDIT-AMOUNT
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
