        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-SERVICE-FILE-STATUS.
    SELECT AWARD-FILE ASSIGN TO "PENSAWRD"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY AWARD-TAXPAYER-ID
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-AWARD-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  AUDIT-TRAIL-FILE.
COPY "NOTICE-LINE.CPY".
FD  SERVICE-CREDIT-FILE.
COPY "SERVICE-CREDIT.CPY".
FD  AWARD-FILE.
COPY "PENSION-AWARD.CPY".
WORKING-STORAGE SECTION.
77  PENSION-ACCRUAL-RATE            PIC 9V9999 VALUE 0.0200.
77  WS-RATES-LOADED                 PIC X(01) VALUE "N".
77  WS-YEARS-OVERRIDDEN             PIC X(01).
    88  YEARS-WERE-OVERRIDDEN       VALUE "Y".
77  WS-CONFIRM-OVERRIDE             PIC X(01).
77  WS-AWARD-FILE-STATUS            PIC X(02).
77  WS-CONFIRM-AWARD                PIC X(01).
77  WS-AWARD-START-DATE             PIC X(08).
77  WS-AUDIT-ACTION                 PIC X(19).
LINKAGE SECTION.
COPY "USER-STRUCTURE.CPY".
PROCEDURE DIVISION USING USER-STRUCTURE.
        PERFORM DISPLAY-PENSION-INFO
        PERFORM WRITE-NOTICE-PENSION
        PERFORM LOG-AUDIT-TRAIL
        IF BATCH-MODE-OFF AND PENSION-IS-ELIGIBLE
            PERFORM OFFER-PENSION-AWARD
        END-IF
    ELSE
        DISPLAY "Pension record for taxpayer " USER-ID
            " skipped - invalid years of contribution"
    END-IF
    WRITE AUDIT-TRAIL-RECORD
    CLOSE AUDIT-TRAIL-FILE.

OFFER-PENSION-AWARD.
    DISPLAY "Record pension award for taxpayer " USER-ID "? (Y/N): "
    ACCEPT WS-CONFIRM-AWARD
    IF WS-CONFIRM-AWARD = "Y" OR WS-CONFIRM-AWARD = "y"
        OPEN I-O AWARD-FILE
        IF WS-AWARD-FILE-STATUS = "35"
            OPEN OUTPUT AWARD-FILE
            CLOSE AWARD-FILE
            OPEN I-O AWARD-FILE
        END-IF
        IF WS-AWARD-FILE-STATUS = "00"
            MOVE USER-ID TO AWARD-TAXPAYER-ID
            READ AWARD-FILE
                INVALID KEY
                    PERFORM CREATE-PENSION-AWARD
                NOT INVALID KEY
                    PERFORM REVISE-PENSION-AWARD
            END-READ
            CLOSE AWARD-FILE
        ELSE
            DISPLAY "Pension award file PENSAWRD could not be opened"
                " - status " WS-AWARD-FILE-STATUS
        END-IF
    END-IF.

CREATE-PENSION-AWARD.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    DISPLAY "Enter award start date (YYYYMMDD, blank for today): "
    ACCEPT WS-AWARD-START-DATE
    IF WS-AWARD-START-DATE = SPACES
        MOVE WS-TODAY-DATE TO WS-AWARD-START-DATE
    END-IF
    IF WS-AWARD-START-DATE IS NOT NUMERIC
        DISPLAY "Start date must be numeric YYYYMMDD"
            " - award not recorded"
    ELSE
        MOVE USER-ID TO AWARD-TAXPAYER-ID
        MOVE USER-PENSION TO AWARD-ANNUAL-AMOUNT
        MOVE WS-AWARD-START-DATE TO AWARD-START-DATE
        PERFORM SET-AWARD-YEARS
        SET AWARD-IS-ACTIVE TO TRUE
        MOVE WS-TODAY-DATE TO AWARD-STATUS-DATE
        MOVE SPACES TO AWARD-LAST-PAID-PERIOD
        MOVE USER-OPERATOR-ID TO AWARD-OPERATOR-ID
        WRITE AWARD-RECORD
            INVALID KEY
                DISPLAY "Pension award for taxpayer " USER-ID
                    " could not be written - status "
                    WS-AWARD-FILE-STATUS
            NOT INVALID KEY
                DISPLAY "Pension award of " USER-PENSION
                    " a year recorded for taxpayer " USER-ID
                    " from " AWARD-START-DATE
                MOVE "AWARD-GRANTED" TO WS-AUDIT-ACTION
                PERFORM LOG-AWARD-AUDIT
        END-WRITE
    END-IF.

REVISE-PENSION-AWARD.
    IF AWARD-IS-CEASED
        DISPLAY "Pension award for taxpayer " USER-ID
            " has ceased - award not changed"
    ELSE
        DISPLAY "Existing award: " AWARD-ANNUAL-AMOUNT
            "  Status: " AWARD-STATUS
            "  - replaced by " USER-PENSION
        MOVE USER-PENSION TO AWARD-ANNUAL-AMOUNT
        PERFORM SET-AWARD-YEARS
        MOVE USER-OPERATOR-ID TO AWARD-OPERATOR-ID
        REWRITE AWARD-RECORD
            INVALID KEY
                DISPLAY "Pension award for taxpayer " USER-ID
                    " could not be updated - status "
                    WS-AWARD-FILE-STATUS
            NOT INVALID KEY
                DISPLAY "Pension award revised for taxpayer " USER-ID
                MOVE "AWARD-REVISED" TO WS-AUDIT-ACTION
                PERFORM LOG-AWARD-AUDIT
        END-REWRITE
    END-IF.

SET-AWARD-YEARS.
    MOVE USER-YEARS TO AWARD-YEARS
    IF YEARS-WERE-OVERRIDDEN
        SET AWARD-YEARS-OVERRIDDEN TO TRUE
    ELSE
        SET AWARD-YEARS-DERIVED TO TRUE
    END-IF.

LOG-AWARD-AUDIT.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE USER-OPERATOR-ID TO AUDIT-OPERATOR-ID
    MOVE WS-AUDIT-ACTION TO AUDIT-MODULE-NAME
    MOVE USER-ID TO AUDIT-TAXPAYER-ID
    MOVE USER-INCOME TO AUDIT-INCOME
    MOVE USER-YEARS TO AUDIT-YEARS
    MOVE USER-PENSION TO AUDIT-AMOUNT
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
