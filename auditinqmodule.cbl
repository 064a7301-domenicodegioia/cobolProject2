IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITINQMODULE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-FILE-STATUS.
    SELECT AUDIT-ARCHIVE-FILE ASSIGN USING WS-AUDIT-ARCHIVE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-ARCHIVE-STATUS.
    SELECT AUDIT-WORK-FILE ASSIGN TO "AUDINQWK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-WORK-FILE-STATUS.
    SELECT AUDIT-EXTRACT-FILE ASSIGN TO "AUDEXTR"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-EXTRACT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  AUDIT-TRAIL-FILE.
COPY "AUDIT-RECORD.CPY".
FD  AUDIT-ARCHIVE-FILE.
COPY "AUDIT-RECORD.CPY"
    REPLACING LEADING ==AUDIT== BY ==ARCH-AUDIT==.
FD  AUDIT-WORK-FILE.
COPY "AUDIT-EXTRACT.CPY"
    REPLACING LEADING ==AUDEXTR== BY ==AUDWORK==.
FD  AUDIT-EXTRACT-FILE.
COPY "AUDIT-EXTRACT.CPY".
WORKING-STORAGE SECTION.
77  WS-AUDIT-FILE-STATUS            PIC X(02).
77  WS-AUDIT-ARCHIVE-STATUS         PIC X(02).
77  WS-WORK-FILE-STATUS             PIC X(02).
77  WS-EXTRACT-FILE-STATUS          PIC X(02).
77  WS-AUDIT-ARCHIVE-NAME           PIC X(20).
77  WS-AUDIT-EOF                    PIC X(01).
    88  AUDIT-EOF                   VALUE "Y".
77  WS-WORK-EOF                     PIC X(01).
    88  WORK-EOF                    VALUE "Y".
77  WS-CRITERIA-VALID               PIC X(01).
    88  CRITERIA-ARE-VALID          VALUE "Y".
77  WS-RECORD-SELECTED              PIC X(01).
    88  RECORD-IS-SELECTED          VALUE "Y".
77  WS-FILTER-TAXPAYER              PIC X(09).
77  WS-FILTER-OPERATOR              PIC X(08).
77  WS-FILTER-MODULE                PIC X(19).
77  WS-FILTER-MODULE-LENGTH         PIC 9(02).
77  WS-FILTER-FROM-DATE             PIC X(08).
77  WS-FILTER-TO-DATE               PIC X(08).
77  WS-FIRST-PERIOD                 PIC X(06).
77  WS-LAST-PERIOD                  PIC X(06).
77  WS-SOURCE-FILE-NAME             PIC X(15).
77  WS-TODAY-DATE                   PIC X(08).
77  WS-RUN-TIME                     PIC X(08).
77  WS-AUDIT-DATE                   PIC X(08).
77  WS-AUDIT-TIME                   PIC X(08).
77  WS-MATCH-COUNT                  PIC 9(07).
77  WS-FILE-READ-COUNT              PIC 9(07).
77  WS-FILES-SEARCHED               PIC 9(03).
77  WS-FILES-MISSING                PIC 9(03).
77  WS-EXTRACT-COUNT                PIC 9(07).
77  WS-EXTRACT-ANSWER               PIC X(01).
77  WS-EDIT-AMOUNT                  PIC -Z(6)9.99.
01  WS-SCAN-PERIOD.
    05  WS-SCAN-YEAR                PIC 9(04).
    05  WS-SCAN-MONTH               PIC 9(02).
01  WS-SCAN-PERIOD-X REDEFINES WS-SCAN-PERIOD PIC X(06).
LINKAGE SECTION.
COPY "USER-STRUCTURE.CPY".
PROCEDURE DIVISION USING USER-STRUCTURE.
    DISPLAY "Audit Trail Inquiry"
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM ACCEPT-INQUIRY-CRITERIA
    IF CRITERIA-ARE-VALID
        PERFORM RUN-AUDIT-INQUIRY
    END-IF
    GOBACK.

ACCEPT-INQUIRY-CRITERIA.
    MOVE "Y" TO WS-CRITERIA-VALID
    DISPLAY "Leave any selection blank to match all records"
    DISPLAY "Taxpayer ID: "
    ACCEPT WS-FILTER-TAXPAYER
    DISPLAY "Operator ID: "
    ACCEPT WS-FILTER-OPERATOR
    DISPLAY "Module name (leading characters match): "
    ACCEPT WS-FILTER-MODULE
    MOVE ZERO TO WS-FILTER-MODULE-LENGTH
    INSPECT WS-FILTER-MODULE TALLYING WS-FILTER-MODULE-LENGTH
        FOR CHARACTERS BEFORE INITIAL SPACE
    DISPLAY "From date (YYYYMMDD): "
    ACCEPT WS-FILTER-FROM-DATE
    DISPLAY "To date (YYYYMMDD): "
    ACCEPT WS-FILTER-TO-DATE
    IF WS-FILTER-FROM-DATE = SPACES
        MOVE ZEROS TO WS-FILTER-FROM-DATE
    END-IF
    IF WS-FILTER-TO-DATE = SPACES
        MOVE "99999999" TO WS-FILTER-TO-DATE
    END-IF
    IF WS-FILTER-FROM-DATE IS NOT NUMERIC
       OR WS-FILTER-TO-DATE IS NOT NUMERIC
       OR WS-FILTER-FROM-DATE > WS-FILTER-TO-DATE
        DISPLAY "Dates must be YYYYMMDD with the start not after the"
            " end - no inquiry run"
        MOVE "N" TO WS-CRITERIA-VALID
    END-IF
    IF CRITERIA-ARE-VALID
        DISPLAY "First archived period to search"
            " (YYYYMM, blank for current log only): "
        ACCEPT WS-FIRST-PERIOD
        IF WS-FIRST-PERIOD NOT = SPACES
            DISPLAY "Last archived period to search"
                " (YYYYMM, blank for same): "
            ACCEPT WS-LAST-PERIOD
            IF WS-LAST-PERIOD = SPACES
                MOVE WS-FIRST-PERIOD TO WS-LAST-PERIOD
            END-IF
            PERFORM VALIDATE-PERIOD-RANGE
        ELSE
            MOVE SPACES TO WS-LAST-PERIOD
        END-IF
    END-IF.

VALIDATE-PERIOD-RANGE.
    IF WS-FIRST-PERIOD IS NOT NUMERIC
       OR WS-LAST-PERIOD IS NOT NUMERIC
       OR WS-FIRST-PERIOD > WS-LAST-PERIOD
       OR WS-FIRST-PERIOD(5:2) < "01" OR WS-FIRST-PERIOD(5:2) > "12"
       OR WS-LAST-PERIOD(5:2) < "01" OR WS-LAST-PERIOD(5:2) > "12"
        DISPLAY "Periods must be YYYYMM with the first not after the"
            " last - no inquiry run"
        MOVE "N" TO WS-CRITERIA-VALID
    END-IF.

RUN-AUDIT-INQUIRY.
    MOVE ZERO TO WS-MATCH-COUNT
    MOVE ZERO TO WS-FILES-SEARCHED
    MOVE ZERO TO WS-FILES-MISSING
    OPEN OUTPUT AUDIT-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "Inquiry work file AUDINQWK could not be created"
            " - status " WS-WORK-FILE-STATUS
    ELSE
        DISPLAY "===== AUDIT TRAIL INQUIRY - " WS-TODAY-DATE " ====="
        IF WS-FIRST-PERIOD NOT = SPACES
            MOVE WS-FIRST-PERIOD TO WS-SCAN-PERIOD-X
            PERFORM SEARCH-ARCHIVED-PERIOD
                UNTIL WS-SCAN-PERIOD-X > WS-LAST-PERIOD
        END-IF
        PERFORM SEARCH-CURRENT-AUDIT-LOG
        CLOSE AUDIT-WORK-FILE
        DISPLAY "Files searched: " WS-FILES-SEARCHED
            "  Archives not on file: " WS-FILES-MISSING
        DISPLAY "Matching audit records: " WS-MATCH-COUNT
        DISPLAY "======================================"
        IF WS-MATCH-COUNT > ZERO
            DISPLAY "Write these results to extract file AUDEXTR"
                " (Y/N)? "
            ACCEPT WS-EXTRACT-ANSWER
            IF WS-EXTRACT-ANSWER = "Y" OR WS-EXTRACT-ANSWER = "y"
                PERFORM WRITE-AUDIT-EXTRACT
            END-IF
        END-IF
    END-IF.

SEARCH-ARCHIVED-PERIOD.
    MOVE SPACES TO WS-AUDIT-ARCHIVE-NAME
    STRING "AUDITLOG-" WS-SCAN-PERIOD-X
        DELIMITED BY SIZE
        INTO WS-AUDIT-ARCHIVE-NAME
    END-STRING
    MOVE WS-AUDIT-ARCHIVE-NAME TO WS-SOURCE-FILE-NAME
    OPEN INPUT AUDIT-ARCHIVE-FILE
    IF WS-AUDIT-ARCHIVE-STATUS NOT = "00"
        ADD 1 TO WS-FILES-MISSING
        DISPLAY "Archive " WS-AUDIT-ARCHIVE-NAME
            " not on file - status " WS-AUDIT-ARCHIVE-STATUS
    ELSE
        ADD 1 TO WS-FILES-SEARCHED
        MOVE ZERO TO WS-FILE-READ-COUNT
        MOVE "N" TO WS-AUDIT-EOF
        PERFORM READ-ARCHIVE-NEXT
        PERFORM CHECK-ARCHIVE-RECORD UNTIL AUDIT-EOF
        CLOSE AUDIT-ARCHIVE-FILE
    END-IF
    PERFORM ADVANCE-SCAN-PERIOD.

ADVANCE-SCAN-PERIOD.
    IF WS-SCAN-MONTH = 12
        MOVE 1 TO WS-SCAN-MONTH
        ADD 1 TO WS-SCAN-YEAR
    ELSE
        ADD 1 TO WS-SCAN-MONTH
    END-IF.

CHECK-ARCHIVE-RECORD.
    MOVE ARCH-AUDIT-TRAIL-RECORD TO AUDIT-TRAIL-RECORD
    PERFORM SELECT-AUDIT-RECORD
    PERFORM READ-ARCHIVE-NEXT.

READ-ARCHIVE-NEXT.
    READ AUDIT-ARCHIVE-FILE
        AT END
            SET AUDIT-EOF TO TRUE
    END-READ.

SEARCH-CURRENT-AUDIT-LOG.
    MOVE "AUDITLOG" TO WS-SOURCE-FILE-NAME
    OPEN INPUT AUDIT-TRAIL-FILE
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        ADD 1 TO WS-FILES-MISSING
        DISPLAY "Audit trail AUDITLOG not on file - status "
            WS-AUDIT-FILE-STATUS
    ELSE
        ADD 1 TO WS-FILES-SEARCHED
        MOVE "N" TO WS-AUDIT-EOF
        PERFORM READ-AUDIT-NEXT
        PERFORM CHECK-CURRENT-RECORD UNTIL AUDIT-EOF
        CLOSE AUDIT-TRAIL-FILE
    END-IF.

CHECK-CURRENT-RECORD.
    PERFORM SELECT-AUDIT-RECORD
    PERFORM READ-AUDIT-NEXT.

READ-AUDIT-NEXT.
    READ AUDIT-TRAIL-FILE
        AT END
            SET AUDIT-EOF TO TRUE
    END-READ.

SELECT-AUDIT-RECORD.
    MOVE "Y" TO WS-RECORD-SELECTED
    IF WS-FILTER-TAXPAYER NOT = SPACES
       AND AUDIT-TAXPAYER-ID NOT = WS-FILTER-TAXPAYER
        MOVE "N" TO WS-RECORD-SELECTED
    END-IF
    IF WS-FILTER-OPERATOR NOT = SPACES
       AND AUDIT-OPERATOR-ID NOT = WS-FILTER-OPERATOR
        MOVE "N" TO WS-RECORD-SELECTED
    END-IF
    IF WS-FILTER-MODULE-LENGTH > ZERO
        IF AUDIT-MODULE-NAME(1:WS-FILTER-MODULE-LENGTH) NOT =
           WS-FILTER-MODULE(1:WS-FILTER-MODULE-LENGTH)
            MOVE "N" TO WS-RECORD-SELECTED
        END-IF
    END-IF
    IF AUDIT-TIMESTAMP(1:8) < WS-FILTER-FROM-DATE
       OR AUDIT-TIMESTAMP(1:8) > WS-FILTER-TO-DATE
        MOVE "N" TO WS-RECORD-SELECTED
    END-IF
    IF RECORD-IS-SELECTED
        PERFORM REPORT-SELECTED-RECORD
    END-IF.

REPORT-SELECTED-RECORD.
    ADD 1 TO WS-MATCH-COUNT
    MOVE AUDIT-AMOUNT TO WS-EDIT-AMOUNT
    DISPLAY AUDIT-TIMESTAMP(1:8) " " AUDIT-TIMESTAMP(9:6)
        "  " AUDIT-OPERATOR-ID
        "  " AUDIT-MODULE-NAME
        "  " AUDIT-TAXPAYER-ID
        "  " WS-EDIT-AMOUNT
        "  " WS-SOURCE-FILE-NAME
    MOVE SPACES TO AUDWORK-RECORD
    SET AUDWORK-DETAIL TO TRUE
    MOVE WS-SOURCE-FILE-NAME TO AUDWORK-SOURCE-FILE
    MOVE AUDIT-TIMESTAMP TO AUDWORK-TIMESTAMP
    MOVE AUDIT-OPERATOR-ID TO AUDWORK-OPERATOR-ID
    MOVE AUDIT-MODULE-NAME TO AUDWORK-MODULE-NAME
    MOVE AUDIT-TAXPAYER-ID TO AUDWORK-TAXPAYER-ID
    MOVE AUDIT-INCOME TO AUDWORK-INCOME
    MOVE AUDIT-YEARS TO AUDWORK-YEARS
    MOVE AUDIT-AMOUNT TO AUDWORK-AMOUNT
    WRITE AUDWORK-RECORD.

WRITE-AUDIT-EXTRACT.
    MOVE ZERO TO WS-EXTRACT-COUNT
    OPEN INPUT AUDIT-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "Work file AUDINQWK could not be opened - status "
            WS-WORK-FILE-STATUS " - no extract written"
    ELSE
        OPEN OUTPUT AUDIT-EXTRACT-FILE
        IF WS-EXTRACT-FILE-STATUS NOT = "00"
            DISPLAY "Extract file AUDEXTR could not be written"
                " - status " WS-EXTRACT-FILE-STATUS
            CLOSE AUDIT-WORK-FILE
        ELSE
            PERFORM BUILD-EXTRACT-CONTROL-RECORD
            SET AUDEXTR-HEADER TO TRUE
            MOVE WS-MATCH-COUNT TO AUDEXTR-RECORD-COUNT
            WRITE AUDEXTR-RECORD
            MOVE "N" TO WS-WORK-EOF
            PERFORM READ-WORK-NEXT
            PERFORM COPY-WORK-TO-EXTRACT UNTIL WORK-EOF
            PERFORM BUILD-EXTRACT-CONTROL-RECORD
            SET AUDEXTR-TRAILER TO TRUE
            MOVE WS-EXTRACT-COUNT TO AUDEXTR-RECORD-COUNT
            WRITE AUDEXTR-RECORD
            CLOSE AUDIT-WORK-FILE
            CLOSE AUDIT-EXTRACT-FILE
            DISPLAY "Audit records written to AUDEXTR: "
                WS-EXTRACT-COUNT
            IF WS-EXTRACT-COUNT NOT = WS-MATCH-COUNT
                DISPLAY "*** EXTRACT INCOMPLETE - " WS-MATCH-COUNT
                    " records matched but " WS-EXTRACT-COUNT
                    " written - do not release AUDEXTR ***"
            END-IF
            PERFORM LOG-AUDIT-EXTRACT
        END-IF
    END-IF.

BUILD-EXTRACT-CONTROL-RECORD.
    MOVE SPACES TO AUDEXTR-RECORD
    MOVE WS-TODAY-DATE TO AUDEXTR-RUN-DATE
    MOVE WS-RUN-TIME(1:6) TO AUDEXTR-RUN-TIME
    MOVE USER-OPERATOR-ID TO AUDEXTR-REQUESTED-BY
    MOVE WS-FILTER-TAXPAYER TO AUDEXTR-SEL-TAXPAYER
    MOVE WS-FILTER-OPERATOR TO AUDEXTR-SEL-OPERATOR
    MOVE WS-FILTER-MODULE TO AUDEXTR-SEL-MODULE
    MOVE WS-FILTER-FROM-DATE TO AUDEXTR-SEL-FROM-DATE
    MOVE WS-FILTER-TO-DATE TO AUDEXTR-SEL-TO-DATE
    MOVE WS-FIRST-PERIOD TO AUDEXTR-SEL-FIRST-PERIOD
    MOVE WS-LAST-PERIOD TO AUDEXTR-SEL-LAST-PERIOD.

COPY-WORK-TO-EXTRACT.
    MOVE AUDWORK-RECORD TO AUDEXTR-RECORD
    WRITE AUDEXTR-RECORD
    IF WS-EXTRACT-FILE-STATUS = "00"
        ADD 1 TO WS-EXTRACT-COUNT
    END-IF
    PERFORM READ-WORK-NEXT.

READ-WORK-NEXT.
    READ AUDIT-WORK-FILE
        AT END
            SET WORK-EOF TO TRUE
    END-READ.

LOG-AUDIT-EXTRACT.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE USER-OPERATOR-ID TO AUDIT-OPERATOR-ID
    MOVE "AUDIT-EXTRACT" TO AUDIT-MODULE-NAME
    MOVE WS-FILTER-TAXPAYER TO AUDIT-TAXPAYER-ID
    MOVE ZERO TO AUDIT-INCOME
    MOVE ZERO TO AUDIT-YEARS
    MOVE WS-EXTRACT-COUNT TO AUDIT-AMOUNT
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
