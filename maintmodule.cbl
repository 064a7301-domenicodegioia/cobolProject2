        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-MASTER-FILE-STATUS.
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
FILE SECTION.
FD  TAXPAYER-MASTER-FILE.
COPY "TAXPAYER-MASTER.CPY".
FD  PENDING-FILE.
COPY "PENDING-APPROVAL.CPY".
FD  AUDIT-TRAIL-FILE.
COPY "AUDIT-RECORD.CPY".
WORKING-STORAGE SECTION.
77  WS-NEW-INCOME                   PIC S9(7)V99.
77  WS-BROWSE-COUNT                 PIC 9(05).
77  WS-CONFIRM-DELETE               PIC X(01).
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
    IF NO-REQUEST-CODE
        DISPLAY "Taxpayer Master Maintenance"
        MOVE SPACE TO WS-MAINT-MENU-CHOICE
        PERFORM MAINT-MENU-SELECTION UNTIL LEAVE-MAINT-MENU
    ELSE
        PERFORM RUN-REQUESTED-FUNCTION
    END-IF
    GOBACK.

RUN-REQUESTED-FUNCTION.
    SET REQUEST-FAILED TO TRUE
    MOVE USER-ID TO WS-MAINT-ID
    EVALUATE TRUE
        WHEN REQUEST-DELETE
            PERFORM APPLY-APPROVED-DELETE
        WHEN REQUEST-INCOME
            PERFORM APPLY-APPROVED-INCOME
        WHEN OTHER
            DISPLAY "Request " USER-REQUEST-CODE
                " is not handled by master maintenance"
    END-EVALUATE.

MAINT-MENU-SELECTION.
    DISPLAY "Choose a maintenance option:"
    DISPLAY "1. Inquire on a Taxpayer"
    END-IF.

CORRECT-TAXPAYER-INCOME.
    IF NOT MAY-REQUEST-CORRECTION
        DISPLAY "Operator " USER-OPERATOR-ID
            " is not permitted to request income corrections"
    ELSE
        PERFORM REQUEST-INCOME-CORRECTION
    END-IF.

REQUEST-INCOME-CORRECTION.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-MAINT-ID
    PERFORM OPEN-TAXPAYER-MASTER
            DISPLAY "Enter corrected annual income: "
            ACCEPT WS-NEW-INCOME
            IF WS-NEW-INCOME IS NUMERIC AND WS-NEW-INCOME > ZERO
                MOVE "IC" TO WS-PENDING-ACTION
                MOVE WS-MAINT-ID TO WS-PENDING-ID
                MOVE SPACES TO WS-PENDING-PERIOD
                MOVE WS-NEW-INCOME TO WS-PENDING-AMOUNT
                PERFORM QUEUE-FOR-APPROVAL
            ELSE
                DISPLAY "Income must be numeric and greater than zero"
                    " - record unchanged"
    CLOSE TAXPAYER-MASTER-FILE.

DELETE-TAXPAYER.
    IF NOT MAY-REQUEST-DELETE
        DISPLAY "Operator " USER-OPERATOR-ID
            " is not permitted to request taxpayer deletions"
    ELSE
        PERFORM REQUEST-TAXPAYER-DELETE
    END-IF.

REQUEST-TAXPAYER-DELETE.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-MAINT-ID
    PERFORM OPEN-TAXPAYER-MASTER
            DISPLAY "Delete this record? (Y/N): "
            ACCEPT WS-CONFIRM-DELETE
            IF WS-CONFIRM-DELETE = "Y" OR WS-CONFIRM-DELETE = "y"
                MOVE "DL" TO WS-PENDING-ACTION
                MOVE WS-MAINT-ID TO WS-PENDING-ID
                MOVE SPACES TO WS-PENDING-PERIOD
                MOVE TAXPAYER-TAX TO WS-PENDING-AMOUNT
                PERFORM QUEUE-FOR-APPROVAL
            ELSE
                DISPLAY "Deletion cancelled - record unchanged"
            END-IF
    END-READ
    CLOSE TAXPAYER-MASTER-FILE.

APPLY-APPROVED-DELETE.
    PERFORM OPEN-TAXPAYER-MASTER
    MOVE WS-MAINT-ID TO TAXPAYER-ID
    READ TAXPAYER-MASTER-FILE
        INVALID KEY
            DISPLAY "No master record on file for taxpayer " WS-MAINT-ID
                " - nothing deleted"
        NOT INVALID KEY
            DELETE TAXPAYER-MASTER-FILE
                INVALID KEY
                    DISPLAY "Taxpayer " WS-MAINT-ID
                        " could not be deleted - status "
                        WS-MASTER-FILE-STATUS
                NOT INVALID KEY
                    DISPLAY "Taxpayer " WS-MAINT-ID
                        " deleted from master"
                    PERFORM LOG-MAINTENANCE-AUDIT
                    SET REQUEST-SUCCEEDED TO TRUE
            END-DELETE
    END-READ
    CLOSE TAXPAYER-MASTER-FILE.

APPLY-APPROVED-INCOME.
    PERFORM OPEN-TAXPAYER-MASTER
    MOVE WS-MAINT-ID TO TAXPAYER-ID
    READ TAXPAYER-MASTER-FILE
        INVALID KEY
            DISPLAY "No master record on file for taxpayer " WS-MAINT-ID
                " - income not corrected"
        NOT INVALID KEY
            MOVE USER-REQUEST-AMOUNT TO TAXPAYER-INCOME
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            MOVE WS-TODAY-DATE TO TAXPAYER-LAST-UPDATED
            REWRITE TAXPAYER-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Income for taxpayer " WS-MAINT-ID
                        " could not be corrected - status "
                        WS-MASTER-FILE-STATUS
                NOT INVALID KEY
                    DISPLAY "Income corrected for taxpayer "
                        WS-MAINT-ID
                    PERFORM LOG-MAINTENANCE-AUDIT
                    SET REQUEST-SUCCEEDED TO TRUE
            END-REWRITE
    END-READ
    CLOSE TAXPAYER-MASTER-FILE.

MAINTAIN-NAME-ADDRESS.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-MAINT-ID
    END-IF
    WRITE AUDIT-TRAIL-RECORD
    CLOSE AUDIT-TRAIL-FILE.

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
