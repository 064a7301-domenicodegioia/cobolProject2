        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-HISTORY-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY PENDING-KEY
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-PENDING-FILE-STATUS.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-FILE-STATUS.
COPY "TAXPAYER-MASTER.CPY".
FD  ASSESSMENT-HISTORY-FILE.
COPY "ASSESSMENT-HISTORY.CPY".
FD  PENDING-FILE.
COPY "PENDING-APPROVAL.CPY".
FD  AUDIT-TRAIL-FILE.
COPY "AUDIT-RECORD.CPY".
FD  REVENUE-EXTRACT-FILE.
    88  HISTORY-EOF                 VALUE "Y".
77  WS-PRIOR-FOUND                  PIC X(01).
    88  PRIOR-WAS-FOUND             VALUE "Y".
77  WS-HISTORY-WRITTEN              PIC X(01).
    88  HISTORY-WAS-WRITTEN         VALUE "Y".
77  WS-PRIOR-SEQ                    PIC 9(02).
77  WS-PRIOR-INCOME                 PIC S9(7)V99.
77  WS-PRIOR-TAX                    PIC S9(7)V99.
77  WS-TAX-ADJUSTMENT               PIC S9(7)V99.
77  WS-EDIT-TAX                     PIC -Z(6)9.99.
77  WS-EDIT-ADJUSTMENT              PIC -Z(6)9.99.
77  WS-PENDING-FILE-STATUS          PIC X(02).
77  WS-PENDING-EOF                  PIC X(01).
    88  PENDING-EOF                 VALUE "Y".
77  WS-PENDING-WRITTEN              PIC X(01).
    88  PENDING-WAS-WRITTEN         VALUE "Y".
77  WS-PENDING-DUPLICATE            PIC X(01).
    88  PENDING-IS-DUPLICATE        VALUE "Y".
77  WS-PENDING-ACTION               PIC X(02).
77  WS-PENDING-ID                   PIC X(09).
77  WS-PENDING-PERIOD               PIC X(06).
77  WS-PENDING-AMOUNT               PIC S9(7)V99.
77  WS-PENDING-DATE                 PIC X(08).
77  WS-PENDING-TIME                 PIC X(08).
LINKAGE SECTION.
COPY "USER-STRUCTURE.CPY".
PROCEDURE DIVISION USING USER-STRUCTURE.
    IF REQUEST-REASSESS
        PERFORM APPLY-APPROVED-REASSESSMENT
    ELSE
        DISPLAY "Taxpayer Reassessment"
        IF MAY-REQUEST-REASSESSMENT
            PERFORM REQUEST-REASSESSMENT
        ELSE
            DISPLAY "Operator " USER-OPERATOR-ID
                " is not permitted to request reassessments"
        END-IF
    END-IF
    GOBACK.

REQUEST-REASSESSMENT.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-REASSESS-ID
    DISPLAY "Enter assessment period (YYYYMM): "
                WS-REASSESSED-TAX - WS-PRIOR-TAX
            DISPLAY "Reassessed tax: " WS-REASSESSED-TAX
                "  Adjustment: " WS-TAX-ADJUSTMENT
            MOVE "RA" TO WS-PENDING-ACTION
            MOVE WS-REASSESS-ID TO WS-PENDING-ID
            MOVE WS-REASSESS-PERIOD TO WS-PENDING-PERIOD
            MOVE WS-CORRECTED-INCOME TO WS-PENDING-AMOUNT
            PERFORM QUEUE-FOR-APPROVAL
        ELSE
            DISPLAY "Income must be numeric and greater than zero"
                " - reassessment cancelled"
        END-IF
    ELSE
        DISPLAY "No assessment on file for taxpayer " WS-REASSESS-ID
            " in period " WS-REASSESS-PERIOD
    END-IF.

APPLY-APPROVED-REASSESSMENT.
    SET REQUEST-FAILED TO TRUE
    MOVE USER-ID TO WS-REASSESS-ID
    MOVE USER-REQUEST-PERIOD TO WS-REASSESS-PERIOD
    MOVE USER-REQUEST-AMOUNT TO WS-CORRECTED-INCOME
    PERFORM FIND-PRIOR-ASSESSMENT
    IF PRIOR-WAS-FOUND
        PERFORM CALCULATE-REASSESSED-TAX
        COMPUTE WS-TAX-ADJUSTMENT =
            WS-REASSESSED-TAX - WS-PRIOR-TAX
        DISPLAY "Reassessed tax: " WS-REASSESSED-TAX
            "  Adjustment: " WS-TAX-ADJUSTMENT
        PERFORM WRITE-AMENDED-HISTORY
        IF HISTORY-WAS-WRITTEN
            PERFORM UPDATE-TAXPAYER-MASTER
            PERFORM WRITE-ADJUSTMENT-EXTRACT
            PERFORM WRITE-REASSESSMENT-NOTICE
            PERFORM LOG-AUDIT-TRAIL
            SET REQUEST-SUCCEEDED TO TRUE
        ELSE
            DISPLAY "Reassessment not made - request left pending"
        END-IF
    ELSE
        DISPLAY "No assessment on file for taxpayer " WS-REASSESS-ID
            " in period " WS-REASSESS-PERIOD " - reassessment not made"
    END-IF.

FIND-PRIOR-ASSESSMENT.
    MOVE "N" TO WS-PRIOR-FOUND
    END-IF.

WRITE-AMENDED-HISTORY.
    MOVE "N" TO WS-HISTORY-WRITTEN
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    OPEN I-O ASSESSMENT-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "00"
                DISPLAY "Amended assessment could not be written"
                    " for taxpayer " WS-REASSESS-ID
                    " period " WS-REASSESS-PERIOD
            NOT INVALID KEY
                SET HISTORY-WAS-WRITTEN TO TRUE
        END-WRITE
        CLOSE ASSESSMENT-HISTORY-FILE
    ELSE
    MOVE 75000.01 TO BRACKET-LOW-AMOUNT(5)
    MOVE 9999999.99 TO BRACKET-HIGH-AMOUNT(5)
    MOVE 0.430 TO BRACKET-RATE(5).

QUEUE-FOR-APPROVAL.
    MOVE "N" TO WS-PENDING-WRITTEN
    MOVE "N" TO WS-PENDING-DUPLICATE
    ACCEPT WS-PENDING-DATE FROM DATE YYYYMMDD
    ACCEPT WS-PENDING-TIME FROM TIME
    OPEN I-O PENDING-FILE
    IF WS-PENDING-FILE-STATUS = "35"
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
    END-IF
    IF WS-PENDING-FILE-STATUS NOT = "00"
        DISPLAY "Approval queue PENDAPPR could not be opened - status "
            WS-PENDING-FILE-STATUS " - request not recorded"
    ELSE
        PERFORM CHECK-PENDING-DUPLICATE
        IF PENDING-IS-DUPLICATE
            DISPLAY "A request of this type for taxpayer "
                WS-PENDING-ID " is already awaiting approval"
                " (" PENDING-DATE "-" PENDING-SEQ ")"
        ELSE
            MOVE WS-PENDING-DATE TO PENDING-DATE
            MOVE 1 TO PENDING-SEQ
            MOVE WS-PENDING-ACTION TO PENDING-ACTION
            MOVE WS-PENDING-ID TO PENDING-TAXPAYER-ID
            MOVE WS-PENDING-PERIOD TO PENDING-PERIOD
            MOVE WS-PENDING-AMOUNT TO PENDING-AMOUNT
            MOVE USER-OPERATOR-ID TO PENDING-MAKER-ID
            MOVE WS-PENDING-TIME TO PENDING-TIME
            SET PENDING-IS-OPEN TO TRUE
            MOVE SPACES TO PENDING-CHECKER-ID
            MOVE SPACES TO PENDING-DECIDED-DATE
            MOVE SPACES TO PENDING-REJECT-REASON
            PERFORM WRITE-PENDING-NEXT-SEQ
                UNTIL PENDING-WAS-WRITTEN OR PENDING-SEQ = 9999
            IF PENDING-WAS-WRITTEN
                DISPLAY "Request queued for supervisor approval"
                    " - reference " PENDING-DATE "-" PENDING-SEQ
                PERFORM LOG-APPROVAL-REQUEST
            ELSE
                DISPLAY "Approval queue is full for " WS-PENDING-DATE
                    " - request not recorded"
            END-IF
        END-IF
        CLOSE PENDING-FILE
    END-IF.

CHECK-PENDING-DUPLICATE.
    MOVE "N" TO WS-PENDING-EOF
    MOVE LOW-VALUES TO PENDING-KEY
    START PENDING-FILE KEY NOT < PENDING-KEY
        INVALID KEY
            SET PENDING-EOF TO TRUE
    END-START
    PERFORM READ-PENDING-NEXT
    PERFORM MATCH-PENDING-DUPLICATE
        UNTIL PENDING-EOF OR PENDING-IS-DUPLICATE.

MATCH-PENDING-DUPLICATE.
    IF PENDING-IS-OPEN
       AND PENDING-ACTION = WS-PENDING-ACTION
       AND PENDING-TAXPAYER-ID = WS-PENDING-ID
       AND PENDING-PERIOD = WS-PENDING-PERIOD
        SET PENDING-IS-DUPLICATE TO TRUE
    ELSE
        PERFORM READ-PENDING-NEXT
    END-IF.

READ-PENDING-NEXT.
    READ PENDING-FILE NEXT RECORD
        AT END
            SET PENDING-EOF TO TRUE
    END-READ.

WRITE-PENDING-NEXT-SEQ.
    WRITE PENDING-RECORD
        INVALID KEY
            ADD 1 TO PENDING-SEQ
        NOT INVALID KEY
            SET PENDING-WAS-WRITTEN TO TRUE
    END-WRITE.

LOG-APPROVAL-REQUEST.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE USER-OPERATOR-ID TO AUDIT-OPERATOR-ID
    MOVE SPACES TO AUDIT-MODULE-NAME
    STRING "APPROVAL-REQUEST-" WS-PENDING-ACTION
        DELIMITED BY SIZE
        INTO AUDIT-MODULE-NAME
    END-STRING
    MOVE WS-PENDING-ID TO AUDIT-TAXPAYER-ID
    MOVE ZERO TO AUDIT-INCOME
    MOVE ZERO TO AUDIT-YEARS
    MOVE WS-PENDING-AMOUNT TO AUDIT-AMOUNT
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
