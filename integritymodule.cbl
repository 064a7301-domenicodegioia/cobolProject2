IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGRITYMODULE.
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
    SELECT ASSESSMENT-HISTORY-FILE ASSIGN TO "ASSESSHT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY HISTORY-KEY
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-HISTORY-FILE-STATUS.
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
    SELECT CREDIT-FILE ASSIGN TO "TAXCRED"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY CREDIT-TAXPAYER-ID
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-CREDIT-FILE-STATUS.
    SELECT SERVICE-CREDIT-FILE ASSIGN TO "SVCCRED"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY SERVICE-KEY
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-SERVICE-FILE-STATUS.
    SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REPORT-FILE-STATUS.
    SELECT INTEGRITY-CONTROL-FILE ASSIGN TO "INTEGCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-CONTROL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TAXPAYER-MASTER-FILE.
COPY "TAXPAYER-MASTER.CPY".
FD  ASSESSMENT-HISTORY-FILE.
COPY "ASSESSMENT-HISTORY.CPY".
FD  PAYMENT-LEDGER-FILE.
COPY "PAYMENT-LEDGER.CPY".
FD  INSTALLMENT-FILE.
COPY "INSTALLMENT-RECORD.CPY".
FD  CREDIT-FILE.
COPY "CREDIT-RECORD.CPY".
FD  SERVICE-CREDIT-FILE.
COPY "SERVICE-CREDIT.CPY".
FD  INTEGRITY-REPORT-FILE.
COPY "NOTICE-LINE.CPY"
    REPLACING LEADING ==NOTICE== BY ==INTEGRITY==.
FD  INTEGRITY-CONTROL-FILE.
COPY "INTEGRITY-CONTROL.CPY".
WORKING-STORAGE SECTION.
77  WS-MASTER-FILE-STATUS           PIC X(02).
77  WS-HISTORY-FILE-STATUS          PIC X(02).
77  WS-LEDGER-FILE-STATUS           PIC X(02).
77  WS-INSTALLMENT-FILE-STATUS      PIC X(02).
77  WS-CREDIT-FILE-STATUS           PIC X(02).
77  WS-SERVICE-FILE-STATUS          PIC X(02).
77  WS-REPORT-FILE-STATUS           PIC X(02).
77  WS-CONTROL-FILE-STATUS          PIC X(02).
77  WS-MASTER-EOF                   PIC X(01).
    88  MASTER-EOF                  VALUE "Y".
77  WS-HISTORY-EOF                  PIC X(01).
    88  HISTORY-EOF                 VALUE "Y".
77  WS-LEDGER-EOF                   PIC X(01).
    88  LEDGER-EOF                  VALUE "Y".
77  WS-INSTALLMENT-EOF              PIC X(01).
    88  INSTALLMENT-EOF             VALUE "Y".
77  WS-CREDIT-EOF                   PIC X(01).
    88  CREDIT-EOF                  VALUE "Y".
77  WS-SERVICE-EOF                  PIC X(01).
    88  SERVICE-EOF                 VALUE "Y".
77  WS-MASTER-OPEN                  PIC X(01).
    88  MASTER-IS-OPEN              VALUE "Y".
77  WS-MASTER-FOUND                 PIC X(01).
    88  MASTER-WAS-FOUND            VALUE "Y".
77  WS-OPEN-FILE-NAME               PIC X(08).
77  WS-OPEN-STATUS                  PIC X(02).
77  WS-OPEN-REFUSED                 PIC X(01).
    88  OPEN-WAS-REFUSED            VALUE "Y".
77  WS-UNREAD-FILE-COUNT            PIC 9(05).
77  WS-TODAY-DATE                   PIC X(08).
77  WS-TODAY-TIME                   PIC X(08).
77  WS-TYPE-SUB                     PIC 9(02).
77  WS-SEVERE-COUNT                 PIC 9(05).
77  WS-WARNING-COUNT                PIC 9(05).
77  WS-CHECK-ID                     PIC X(09).
77  WS-CHECK-AMOUNT                 PIC S9(9)V99.
77  WS-GROUP-ID                     PIC X(09).
77  WS-GROUP-COUNT                  PIC 9(05).
77  WS-GROUP-AMOUNT                 PIC S9(9)V99.
77  WS-LATEST-TAX                   PIC S9(7)V99.
77  WS-LATEST-PERIOD                PIC X(06).
77  WS-LATEST-FOUND                 PIC X(01).
    88  LATEST-WAS-FOUND            VALUE "Y".
77  WS-LEDGER-TOTAL                 PIC S9(9)V99.
77  WS-LEDGER-RECEIPTS              PIC S9(9)V99.
77  WS-BALANCE-DUE                  PIC S9(9)V99.
77  WS-PLAN-PAID-TOTAL              PIC S9(9)V99.
77  WS-EXCEPTION-DETAIL             PIC X(110).
77  WS-EDIT-AMOUNT                  PIC -Z(8)9.99.
77  WS-EDIT-SECOND                  PIC -Z(8)9.99.
77  WS-EDIT-COUNT                   PIC Z(4)9.
01  WS-EXCEPTION-TYPE-VALUES.
    05  FILLER PIC X(41)
        VALUE "WHISTORY RECORDS WITH NO MASTER RECORD   ".
    05  FILLER PIC X(41)
        VALUE "SLEDGER POSTINGS WITH NO MASTER RECORD   ".
    05  FILLER PIC X(41)
        VALUE "SINSTALLMENT PLANS WITH NO MASTER RECORD ".
    05  FILLER PIC X(41)
        VALUE "SCREDIT BALANCES WITH NO MASTER RECORD   ".
    05  FILLER PIC X(41)
        VALUE "WSERVICE CREDITS WITH NO MASTER RECORD   ".
    05  FILLER PIC X(41)
        VALUE "SMASTER TAX DIFFERS FROM LAST ASSESSMENT ".
    05  FILLER PIC X(41)
        VALUE "SINSTALLMENT PAYMENTS NOT MATCHING LEDGER".
    05  FILLER PIC X(41)
        VALUE "WCREDIT BALANCE HELD WHILE IN ARREARS    ".
01  WS-EXCEPTION-TYPE-TABLE REDEFINES WS-EXCEPTION-TYPE-VALUES.
    05  WS-EXCEPTION-TYPE           OCCURS 8 TIMES.
        10  WS-EXCEPTION-SEVERITY   PIC X(01).
            88  EXCEPTION-IS-SEVERE VALUE "S".
        10  WS-EXCEPTION-NAME       PIC X(40).
01  WS-EXCEPTION-COUNTS.
    05  WS-EXCEPTION-COUNT          PIC 9(05) OCCURS 8 TIMES.
LINKAGE SECTION.
COPY "USER-STRUCTURE.CPY".
PROCEDURE DIVISION USING USER-STRUCTURE.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TODAY-TIME FROM TIME
    MOVE ZERO TO WS-EXCEPTION-COUNTS
    MOVE ZERO TO WS-SEVERE-COUNT
    MOVE ZERO TO WS-WARNING-COUNT
    MOVE ZERO TO WS-UNREAD-FILE-COUNT
    MOVE "N" TO WS-MASTER-OPEN
    OPEN INPUT TAXPAYER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "00"
        SET MASTER-IS-OPEN TO TRUE
    ELSE
        IF WS-MASTER-FILE-STATUS NOT = "35"
            DISPLAY "Taxpayer master TAXMSTR could not be opened"
                " - status " WS-MASTER-FILE-STATUS
                " - integrity sweep not run"
            GOBACK
        END-IF
    END-IF
    OPEN OUTPUT INTEGRITY-REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "Integrity report INTEGRPT could not be created"
            " - status " WS-REPORT-FILE-STATUS
        IF MASTER-IS-OPEN
            CLOSE TAXPAYER-MASTER-FILE
        END-IF
        GOBACK
    END-IF
    PERFORM WRITE-INTEGRITY-HEADING
    MOVE 1 TO WS-TYPE-SUB
    PERFORM START-EXCEPTION-SECTION
    PERFORM CHECK-HISTORY-ORPHANS
    PERFORM END-EXCEPTION-SECTION
    MOVE 2 TO WS-TYPE-SUB
    PERFORM START-EXCEPTION-SECTION
    PERFORM CHECK-LEDGER-ORPHANS
    PERFORM END-EXCEPTION-SECTION
    MOVE 3 TO WS-TYPE-SUB
    PERFORM START-EXCEPTION-SECTION
    PERFORM CHECK-INSTALLMENT-ORPHANS
    PERFORM END-EXCEPTION-SECTION
    MOVE 4 TO WS-TYPE-SUB
    PERFORM START-EXCEPTION-SECTION
    PERFORM CHECK-CREDIT-ORPHANS
    PERFORM END-EXCEPTION-SECTION
    MOVE 5 TO WS-TYPE-SUB
    PERFORM START-EXCEPTION-SECTION
    PERFORM CHECK-SERVICE-ORPHANS
    PERFORM END-EXCEPTION-SECTION
    MOVE 6 TO WS-TYPE-SUB
    PERFORM START-EXCEPTION-SECTION
    PERFORM CHECK-MASTER-TAX
    PERFORM END-EXCEPTION-SECTION
    MOVE 7 TO WS-TYPE-SUB
    PERFORM START-EXCEPTION-SECTION
    PERFORM CHECK-INSTALLMENT-PAYMENTS
    PERFORM END-EXCEPTION-SECTION
    MOVE 8 TO WS-TYPE-SUB
    PERFORM START-EXCEPTION-SECTION
    PERFORM CHECK-CREDIT-IN-ARREARS
    PERFORM END-EXCEPTION-SECTION
    PERFORM WRITE-INTEGRITY-SUMMARY
    CLOSE INTEGRITY-REPORT-FILE
    IF MASTER-IS-OPEN
        CLOSE TAXPAYER-MASTER-FILE
    END-IF
    PERFORM SAVE-INTEGRITY-CONTROL
    GOBACK.

WRITE-INTEGRITY-HEADING.
    MOVE ALL "=" TO INTEGRITY-LINE
    WRITE INTEGRITY-LINE
    MOVE SPACES TO INTEGRITY-LINE
    STRING "                    CROSS-FILE INTEGRITY SWEEP - "
           WS-TODAY-DATE " " WS-TODAY-TIME(1:6)
           "  OPERATOR " USER-OPERATOR-ID
        DELIMITED BY SIZE
        INTO INTEGRITY-LINE
    END-STRING
    WRITE INTEGRITY-LINE
    MOVE ALL "=" TO INTEGRITY-LINE
    WRITE INTEGRITY-LINE.

START-EXCEPTION-SECTION.
    MOVE SPACES TO INTEGRITY-LINE
    WRITE INTEGRITY-LINE
    MOVE SPACES TO INTEGRITY-LINE
    IF EXCEPTION-IS-SEVERE (WS-TYPE-SUB)
        STRING "TYPE " WS-TYPE-SUB " - "
               WS-EXCEPTION-NAME (WS-TYPE-SUB) "  (SEVERE)"
            DELIMITED BY SIZE
            INTO INTEGRITY-LINE
        END-STRING
    ELSE
        STRING "TYPE " WS-TYPE-SUB " - "
               WS-EXCEPTION-NAME (WS-TYPE-SUB) "  (WARNING)"
            DELIMITED BY SIZE
            INTO INTEGRITY-LINE
        END-STRING
    END-IF
    WRITE INTEGRITY-LINE.

END-EXCEPTION-SECTION.
    MOVE WS-EXCEPTION-COUNT (WS-TYPE-SUB) TO WS-EDIT-COUNT
    MOVE SPACES TO INTEGRITY-LINE
    IF WS-EXCEPTION-COUNT (WS-TYPE-SUB) = ZERO
        MOVE "    No exceptions" TO INTEGRITY-LINE
    ELSE
        STRING "    Exceptions of this type: " WS-EDIT-COUNT
            DELIMITED BY SIZE
            INTO INTEGRITY-LINE
        END-STRING
    END-IF
    WRITE INTEGRITY-LINE
    IF EXCEPTION-IS-SEVERE (WS-TYPE-SUB)
        ADD WS-EXCEPTION-COUNT (WS-TYPE-SUB) TO WS-SEVERE-COUNT
    ELSE
        ADD WS-EXCEPTION-COUNT (WS-TYPE-SUB) TO WS-WARNING-COUNT
    END-IF.

WRITE-EXCEPTION-LINE.
    MOVE SPACES TO INTEGRITY-LINE
    STRING "    " WS-EXCEPTION-DETAIL
        DELIMITED BY SIZE
        INTO INTEGRITY-LINE
    END-STRING
    WRITE INTEGRITY-LINE
    ADD 1 TO WS-EXCEPTION-COUNT (WS-TYPE-SUB).

CHECK-OPEN-STATUS.
    MOVE "N" TO WS-OPEN-REFUSED
    IF WS-OPEN-STATUS NOT = "00" AND WS-OPEN-STATUS NOT = "35"
        SET OPEN-WAS-REFUSED TO TRUE
        ADD 1 TO WS-UNREAD-FILE-COUNT
        ADD 1 TO WS-SEVERE-COUNT
        MOVE SPACES TO INTEGRITY-LINE
        STRING "    FILE " WS-OPEN-FILE-NAME
               " COULD NOT BE OPENED - STATUS " WS-OPEN-STATUS
               " - THIS CHECK WAS NOT RUN"
            DELIMITED BY SIZE
            INTO INTEGRITY-LINE
        END-STRING
        WRITE INTEGRITY-LINE
        DISPLAY "File " WS-OPEN-FILE-NAME
            " could not be opened - status " WS-OPEN-STATUS
            " - check " WS-TYPE-SUB " not run"
    END-IF.

CHECK-HISTORY-ORPHANS.
    PERFORM RESET-ORPHAN-GROUP
    MOVE "N" TO WS-HISTORY-EOF
    OPEN INPUT ASSESSMENT-HISTORY-FILE
    MOVE "ASSESSHT" TO WS-OPEN-FILE-NAME
    MOVE WS-HISTORY-FILE-STATUS TO WS-OPEN-STATUS
    PERFORM CHECK-OPEN-STATUS
    IF WS-HISTORY-FILE-STATUS = "00"
        PERFORM READ-HISTORY-NEXT
        PERFORM SCAN-HISTORY-RECORD UNTIL HISTORY-EOF
        PERFORM FLUSH-ORPHAN-GROUP
        CLOSE ASSESSMENT-HISTORY-FILE
    END-IF.

SCAN-HISTORY-RECORD.
    MOVE HISTORY-TAXPAYER-ID TO WS-CHECK-ID
    MOVE HISTORY-TAX TO WS-CHECK-AMOUNT
    PERFORM TALLY-ORPHAN-GROUP
    PERFORM READ-HISTORY-NEXT.

READ-HISTORY-NEXT.
    READ ASSESSMENT-HISTORY-FILE NEXT RECORD
        AT END
            SET HISTORY-EOF TO TRUE
    END-READ.

CHECK-LEDGER-ORPHANS.
    PERFORM RESET-ORPHAN-GROUP
    MOVE "N" TO WS-LEDGER-EOF
    OPEN INPUT PAYMENT-LEDGER-FILE
    MOVE "PAYLEDG" TO WS-OPEN-FILE-NAME
    MOVE WS-LEDGER-FILE-STATUS TO WS-OPEN-STATUS
    PERFORM CHECK-OPEN-STATUS
    IF WS-LEDGER-FILE-STATUS = "00"
        PERFORM READ-LEDGER-NEXT
        PERFORM SCAN-LEDGER-RECORD UNTIL LEDGER-EOF
        PERFORM FLUSH-ORPHAN-GROUP
        CLOSE PAYMENT-LEDGER-FILE
    END-IF.

SCAN-LEDGER-RECORD.
    MOVE LEDGER-TAXPAYER-ID TO WS-CHECK-ID
    MOVE LEDGER-AMOUNT TO WS-CHECK-AMOUNT
    PERFORM TALLY-ORPHAN-GROUP
    PERFORM READ-LEDGER-NEXT.

READ-LEDGER-NEXT.
    READ PAYMENT-LEDGER-FILE NEXT RECORD
        AT END
            SET LEDGER-EOF TO TRUE
    END-READ.

CHECK-INSTALLMENT-ORPHANS.
    PERFORM RESET-ORPHAN-GROUP
    MOVE "N" TO WS-INSTALLMENT-EOF
    OPEN INPUT INSTALLMENT-FILE
    MOVE "INSTPLAN" TO WS-OPEN-FILE-NAME
    MOVE WS-INSTALLMENT-FILE-STATUS TO WS-OPEN-STATUS
    PERFORM CHECK-OPEN-STATUS
    IF WS-INSTALLMENT-FILE-STATUS = "00"
        PERFORM READ-INSTALLMENT-NEXT
        PERFORM SCAN-INSTALLMENT-RECORD UNTIL INSTALLMENT-EOF
        PERFORM FLUSH-ORPHAN-GROUP
        CLOSE INSTALLMENT-FILE
    END-IF.

SCAN-INSTALLMENT-RECORD.
    MOVE INSTALLMENT-TAXPAYER-ID TO WS-CHECK-ID
    COMPUTE WS-CHECK-AMOUNT =
        INSTALLMENT-AMOUNT - INSTALLMENT-PAID-AMOUNT
    PERFORM TALLY-ORPHAN-GROUP
    PERFORM READ-INSTALLMENT-NEXT.

READ-INSTALLMENT-NEXT.
    READ INSTALLMENT-FILE NEXT RECORD
        AT END
            SET INSTALLMENT-EOF TO TRUE
    END-READ.

CHECK-CREDIT-ORPHANS.
    PERFORM RESET-ORPHAN-GROUP
    MOVE "N" TO WS-CREDIT-EOF
    OPEN INPUT CREDIT-FILE
    MOVE "TAXCRED" TO WS-OPEN-FILE-NAME
    MOVE WS-CREDIT-FILE-STATUS TO WS-OPEN-STATUS
    PERFORM CHECK-OPEN-STATUS
    IF WS-CREDIT-FILE-STATUS = "00"
        PERFORM READ-CREDIT-NEXT
        PERFORM SCAN-CREDIT-RECORD UNTIL CREDIT-EOF
        PERFORM FLUSH-ORPHAN-GROUP
        CLOSE CREDIT-FILE
    END-IF.

SCAN-CREDIT-RECORD.
    MOVE CREDIT-TAXPAYER-ID TO WS-CHECK-ID
    MOVE CREDIT-BALANCE TO WS-CHECK-AMOUNT
    PERFORM TALLY-ORPHAN-GROUP
    PERFORM READ-CREDIT-NEXT.

READ-CREDIT-NEXT.
    READ CREDIT-FILE NEXT RECORD
        AT END
            SET CREDIT-EOF TO TRUE
    END-READ.

CHECK-SERVICE-ORPHANS.
    PERFORM RESET-ORPHAN-GROUP
    MOVE "N" TO WS-SERVICE-EOF
    OPEN INPUT SERVICE-CREDIT-FILE
    MOVE "SVCCRED" TO WS-OPEN-FILE-NAME
    MOVE WS-SERVICE-FILE-STATUS TO WS-OPEN-STATUS
    PERFORM CHECK-OPEN-STATUS
    IF WS-SERVICE-FILE-STATUS = "00"
        PERFORM READ-SERVICE-NEXT
        PERFORM SCAN-SERVICE-RECORD UNTIL SERVICE-EOF
        PERFORM FLUSH-ORPHAN-GROUP
        CLOSE SERVICE-CREDIT-FILE
    END-IF.

SCAN-SERVICE-RECORD.
    MOVE SERVICE-TAXPAYER-ID TO WS-CHECK-ID
    MOVE SERVICE-CONTRIBUTION TO WS-CHECK-AMOUNT
    PERFORM TALLY-ORPHAN-GROUP
    PERFORM READ-SERVICE-NEXT.

READ-SERVICE-NEXT.
    READ SERVICE-CREDIT-FILE NEXT RECORD
        AT END
            SET SERVICE-EOF TO TRUE
    END-READ.

RESET-ORPHAN-GROUP.
    MOVE SPACES TO WS-GROUP-ID
    MOVE ZERO TO WS-GROUP-COUNT
    MOVE ZERO TO WS-GROUP-AMOUNT.

TALLY-ORPHAN-GROUP.
    IF WS-CHECK-ID NOT = WS-GROUP-ID
        PERFORM FLUSH-ORPHAN-GROUP
        MOVE WS-CHECK-ID TO WS-GROUP-ID
        MOVE ZERO TO WS-GROUP-COUNT
        MOVE ZERO TO WS-GROUP-AMOUNT
    END-IF
    ADD 1 TO WS-GROUP-COUNT
    ADD WS-CHECK-AMOUNT TO WS-GROUP-AMOUNT.

FLUSH-ORPHAN-GROUP.
    IF WS-GROUP-ID NOT = SPACES
        MOVE WS-GROUP-ID TO WS-CHECK-ID
        PERFORM FIND-MASTER-RECORD
        IF NOT MASTER-WAS-FOUND
            MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT
            MOVE WS-GROUP-AMOUNT TO WS-EDIT-AMOUNT
            MOVE SPACES TO WS-EXCEPTION-DETAIL
            STRING "Taxpayer " WS-GROUP-ID
                   "  Records: " WS-EDIT-COUNT
                   "  Amount: " WS-EDIT-AMOUNT
                DELIMITED BY SIZE
                INTO WS-EXCEPTION-DETAIL
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF.

FIND-MASTER-RECORD.
    MOVE "N" TO WS-MASTER-FOUND
    IF MASTER-IS-OPEN
        MOVE WS-CHECK-ID TO TAXPAYER-ID
        READ TAXPAYER-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET MASTER-WAS-FOUND TO TRUE
        END-READ
    END-IF.

CHECK-MASTER-TAX.
    IF MASTER-IS-OPEN
        MOVE "N" TO WS-MASTER-EOF
        OPEN INPUT ASSESSMENT-HISTORY-FILE
        MOVE "ASSESSHT" TO WS-OPEN-FILE-NAME
        MOVE WS-HISTORY-FILE-STATUS TO WS-OPEN-STATUS
        PERFORM CHECK-OPEN-STATUS
        IF NOT OPEN-WAS-REFUSED
            MOVE LOW-VALUES TO TAXPAYER-ID
            START TAXPAYER-MASTER-FILE KEY NOT < TAXPAYER-ID
                INVALID KEY
                    SET MASTER-EOF TO TRUE
            END-START
            PERFORM READ-MASTER-NEXT
            PERFORM COMPARE-MASTER-TAX UNTIL MASTER-EOF
        END-IF
        IF WS-HISTORY-FILE-STATUS = "00"
            CLOSE ASSESSMENT-HISTORY-FILE
        END-IF
    END-IF.

COMPARE-MASTER-TAX.
    MOVE "N" TO WS-LATEST-FOUND
    MOVE ZERO TO WS-LATEST-TAX
    MOVE SPACES TO WS-LATEST-PERIOD
    IF WS-HISTORY-FILE-STATUS = "00"
        MOVE "N" TO WS-HISTORY-EOF
        MOVE TAXPAYER-ID TO HISTORY-TAXPAYER-ID
        MOVE LOW-VALUES TO HISTORY-PERIOD
        MOVE ZERO TO HISTORY-SEQ
        START ASSESSMENT-HISTORY-FILE KEY NOT < HISTORY-KEY
            INVALID KEY
                SET HISTORY-EOF TO TRUE
        END-START
        PERFORM READ-HISTORY-FOR-MASTER
        PERFORM NOTE-LATEST-ASSESSMENT UNTIL HISTORY-EOF
    END-IF
    IF LATEST-WAS-FOUND
        IF WS-LATEST-TAX NOT = TAXPAYER-TAX
            MOVE TAXPAYER-TAX TO WS-EDIT-AMOUNT
            MOVE WS-LATEST-TAX TO WS-EDIT-SECOND
            MOVE SPACES TO WS-EXCEPTION-DETAIL
            STRING "Taxpayer " TAXPAYER-ID
                   "  Master tax: " WS-EDIT-AMOUNT
                   "  Latest assessment " WS-LATEST-PERIOD
                   ": " WS-EDIT-SECOND
                DELIMITED BY SIZE
                INTO WS-EXCEPTION-DETAIL
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    ELSE
        IF TAXPAYER-TAX NOT = ZERO
            MOVE TAXPAYER-TAX TO WS-EDIT-AMOUNT
            MOVE SPACES TO WS-EXCEPTION-DETAIL
            STRING "Taxpayer " TAXPAYER-ID
                   "  Master tax: " WS-EDIT-AMOUNT
                   "  No assessment history on file"
                DELIMITED BY SIZE
                INTO WS-EXCEPTION-DETAIL
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF
    PERFORM READ-MASTER-NEXT.

NOTE-LATEST-ASSESSMENT.
    SET LATEST-WAS-FOUND TO TRUE
    MOVE HISTORY-TAX TO WS-LATEST-TAX
    MOVE HISTORY-PERIOD TO WS-LATEST-PERIOD
    PERFORM READ-HISTORY-FOR-MASTER.

READ-HISTORY-FOR-MASTER.
    READ ASSESSMENT-HISTORY-FILE NEXT RECORD
        AT END
            SET HISTORY-EOF TO TRUE
    END-READ
    IF NOT HISTORY-EOF
        IF HISTORY-TAXPAYER-ID NOT = TAXPAYER-ID
            SET HISTORY-EOF TO TRUE
        END-IF
    END-IF.

READ-MASTER-NEXT.
    READ TAXPAYER-MASTER-FILE NEXT RECORD
        AT END
            SET MASTER-EOF TO TRUE
    END-READ.

CHECK-INSTALLMENT-PAYMENTS.
    MOVE "N" TO WS-INSTALLMENT-EOF
    MOVE SPACES TO WS-GROUP-ID
    MOVE ZERO TO WS-PLAN-PAID-TOTAL
    OPEN INPUT INSTALLMENT-FILE
    MOVE "INSTPLAN" TO WS-OPEN-FILE-NAME
    MOVE WS-INSTALLMENT-FILE-STATUS TO WS-OPEN-STATUS
    PERFORM CHECK-OPEN-STATUS
    IF WS-INSTALLMENT-FILE-STATUS = "00"
        OPEN INPUT PAYMENT-LEDGER-FILE
        MOVE "PAYLEDG" TO WS-OPEN-FILE-NAME
        MOVE WS-LEDGER-FILE-STATUS TO WS-OPEN-STATUS
        PERFORM CHECK-OPEN-STATUS
        IF NOT OPEN-WAS-REFUSED
            PERFORM READ-INSTALLMENT-NEXT
            PERFORM COMPARE-INSTALLMENT-PAYMENT UNTIL INSTALLMENT-EOF
            PERFORM COMPARE-PLAN-TO-LEDGER
        END-IF
        IF WS-LEDGER-FILE-STATUS = "00"
            CLOSE PAYMENT-LEDGER-FILE
        END-IF
        CLOSE INSTALLMENT-FILE
    END-IF.

COMPARE-INSTALLMENT-PAYMENT.
    IF INSTALLMENT-TAXPAYER-ID NOT = WS-GROUP-ID
        PERFORM COMPARE-PLAN-TO-LEDGER
        MOVE INSTALLMENT-TAXPAYER-ID TO WS-GROUP-ID
        MOVE ZERO TO WS-PLAN-PAID-TOTAL
    END-IF
    ADD INSTALLMENT-PAID-AMOUNT TO WS-PLAN-PAID-TOTAL
    IF INSTALLMENT-IS-SETTLED
       AND INSTALLMENT-PAID-AMOUNT NOT = INSTALLMENT-AMOUNT
        MOVE INSTALLMENT-AMOUNT TO WS-EDIT-AMOUNT
        MOVE INSTALLMENT-PAID-AMOUNT TO WS-EDIT-SECOND
        MOVE SPACES TO WS-EXCEPTION-DETAIL
        STRING "Taxpayer " INSTALLMENT-TAXPAYER-ID
               "  Installment " INSTALLMENT-NUMBER
               " settled  Amount: " WS-EDIT-AMOUNT
               "  Paid: " WS-EDIT-SECOND
            DELIMITED BY SIZE
            INTO WS-EXCEPTION-DETAIL
        END-STRING
        PERFORM WRITE-EXCEPTION-LINE
    END-IF
    PERFORM READ-INSTALLMENT-NEXT.

COMPARE-PLAN-TO-LEDGER.
    IF WS-GROUP-ID NOT = SPACES
        MOVE WS-GROUP-ID TO WS-CHECK-ID
        PERFORM TOTAL-LEDGER-FOR-TAXPAYER
        IF WS-PLAN-PAID-TOTAL > WS-LEDGER-RECEIPTS
            MOVE WS-PLAN-PAID-TOTAL TO WS-EDIT-AMOUNT
            MOVE WS-LEDGER-RECEIPTS TO WS-EDIT-SECOND
            MOVE SPACES TO WS-EXCEPTION-DETAIL
            STRING "Taxpayer " WS-GROUP-ID
                   "  Paid on plan: " WS-EDIT-AMOUNT
                   "  Receipts on ledger: " WS-EDIT-SECOND
                DELIMITED BY SIZE
                INTO WS-EXCEPTION-DETAIL
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF.

TOTAL-LEDGER-FOR-TAXPAYER.
    MOVE ZERO TO WS-LEDGER-TOTAL
    MOVE ZERO TO WS-LEDGER-RECEIPTS
    IF WS-LEDGER-FILE-STATUS = "00"
        MOVE "N" TO WS-LEDGER-EOF
        MOVE WS-CHECK-ID TO LEDGER-TAXPAYER-ID
        MOVE LOW-VALUES TO LEDGER-PAYMENT-DATE
        MOVE LOW-VALUES TO LEDGER-RECEIPT-NUMBER
        START PAYMENT-LEDGER-FILE KEY NOT < LEDGER-KEY
            INVALID KEY
                SET LEDGER-EOF TO TRUE
        END-START
        PERFORM READ-LEDGER-FOR-TAXPAYER
        PERFORM ADD-LEDGER-FOR-TAXPAYER UNTIL LEDGER-EOF
    END-IF.

ADD-LEDGER-FOR-TAXPAYER.
    ADD LEDGER-AMOUNT TO WS-LEDGER-TOTAL
    IF LEDGER-AMOUNT > ZERO
        ADD LEDGER-AMOUNT TO WS-LEDGER-RECEIPTS
    END-IF
    PERFORM READ-LEDGER-FOR-TAXPAYER.

READ-LEDGER-FOR-TAXPAYER.
    READ PAYMENT-LEDGER-FILE NEXT RECORD
        AT END
            SET LEDGER-EOF TO TRUE
    END-READ
    IF NOT LEDGER-EOF
        IF LEDGER-TAXPAYER-ID NOT = WS-CHECK-ID
            SET LEDGER-EOF TO TRUE
        END-IF
    END-IF.

CHECK-CREDIT-IN-ARREARS.
    MOVE "N" TO WS-CREDIT-EOF
    OPEN INPUT CREDIT-FILE
    MOVE "TAXCRED" TO WS-OPEN-FILE-NAME
    MOVE WS-CREDIT-FILE-STATUS TO WS-OPEN-STATUS
    PERFORM CHECK-OPEN-STATUS
    IF WS-CREDIT-FILE-STATUS = "00"
        OPEN INPUT PAYMENT-LEDGER-FILE
        MOVE "PAYLEDG" TO WS-OPEN-FILE-NAME
        MOVE WS-LEDGER-FILE-STATUS TO WS-OPEN-STATUS
        PERFORM CHECK-OPEN-STATUS
        IF NOT OPEN-WAS-REFUSED
            PERFORM READ-CREDIT-NEXT
            PERFORM COMPARE-CREDIT-TO-BALANCE UNTIL CREDIT-EOF
        END-IF
        IF WS-LEDGER-FILE-STATUS = "00"
            CLOSE PAYMENT-LEDGER-FILE
        END-IF
        CLOSE CREDIT-FILE
    END-IF.

COMPARE-CREDIT-TO-BALANCE.
    IF CREDIT-BALANCE > ZERO
        MOVE CREDIT-TAXPAYER-ID TO WS-CHECK-ID
        PERFORM FIND-MASTER-RECORD
        IF MASTER-WAS-FOUND
            PERFORM TOTAL-LEDGER-FOR-TAXPAYER
            COMPUTE WS-BALANCE-DUE = TAXPAYER-TAX
                + TAXPAYER-PENALTY-ACCRUED + TAXPAYER-INTEREST-ACCRUED
                - WS-LEDGER-TOTAL
            IF WS-BALANCE-DUE > ZERO
                MOVE CREDIT-BALANCE TO WS-EDIT-AMOUNT
                MOVE WS-BALANCE-DUE TO WS-EDIT-SECOND
                MOVE SPACES TO WS-EXCEPTION-DETAIL
                STRING "Taxpayer " CREDIT-TAXPAYER-ID
                       "  Credit held: " WS-EDIT-AMOUNT
                       "  Balance due: " WS-EDIT-SECOND
                    DELIMITED BY SIZE
                    INTO WS-EXCEPTION-DETAIL
                END-STRING
                PERFORM WRITE-EXCEPTION-LINE
            END-IF
        END-IF
    END-IF
    PERFORM READ-CREDIT-NEXT.

WRITE-INTEGRITY-SUMMARY.
    MOVE SPACES TO INTEGRITY-LINE
    WRITE INTEGRITY-LINE
    MOVE ALL "=" TO INTEGRITY-LINE
    WRITE INTEGRITY-LINE
    MOVE "                    EXCEPTION SUMMARY" TO INTEGRITY-LINE
    WRITE INTEGRITY-LINE
    DISPLAY "===== INTEGRITY SWEEP - " WS-TODAY-DATE " ====="
    PERFORM WRITE-SUMMARY-LINE
        VARYING WS-TYPE-SUB FROM 1 BY 1
        UNTIL WS-TYPE-SUB > 8
    MOVE WS-SEVERE-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO INTEGRITY-LINE
    STRING "Severe exceptions:  " WS-EDIT-COUNT
        DELIMITED BY SIZE
        INTO INTEGRITY-LINE
    END-STRING
    WRITE INTEGRITY-LINE
    DISPLAY INTEGRITY-LINE(1:40)
    MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
    MOVE SPACES TO INTEGRITY-LINE
    STRING "Warnings:           " WS-EDIT-COUNT
        DELIMITED BY SIZE
        INTO INTEGRITY-LINE
    END-STRING
    WRITE INTEGRITY-LINE
    DISPLAY INTEGRITY-LINE(1:40)
    IF WS-UNREAD-FILE-COUNT > ZERO
        MOVE WS-UNREAD-FILE-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO INTEGRITY-LINE
        STRING "Files not read:     " WS-EDIT-COUNT
               "  (counted as severe)"
            DELIMITED BY SIZE
            INTO INTEGRITY-LINE
        END-STRING
        WRITE INTEGRITY-LINE
        DISPLAY INTEGRITY-LINE(1:50)
    END-IF
    IF WS-SEVERE-COUNT > ZERO
        MOVE "Period-end close is blocked until the severe exceptions"
            TO INTEGRITY-LINE
        WRITE INTEGRITY-LINE
        MOVE "are cleared and the sweep is rerun, or a supervisor"
            TO INTEGRITY-LINE
        WRITE INTEGRITY-LINE
        MOVE "overrides the close." TO INTEGRITY-LINE
        WRITE INTEGRITY-LINE
        DISPLAY "Period-end close is blocked until severe exceptions"
            " are cleared or a supervisor overrides"
    END-IF
    MOVE ALL "=" TO INTEGRITY-LINE
    WRITE INTEGRITY-LINE
    DISPLAY "Exception detail written to INTEGRPT"
    DISPLAY "======================================".

WRITE-SUMMARY-LINE.
    MOVE WS-EXCEPTION-COUNT (WS-TYPE-SUB) TO WS-EDIT-COUNT
    MOVE SPACES TO INTEGRITY-LINE
    STRING "Type " WS-TYPE-SUB " " WS-EXCEPTION-NAME (WS-TYPE-SUB)
           " " WS-EXCEPTION-SEVERITY (WS-TYPE-SUB)
           "  " WS-EDIT-COUNT
        DELIMITED BY SIZE
        INTO INTEGRITY-LINE
    END-STRING
    WRITE INTEGRITY-LINE
    DISPLAY INTEGRITY-LINE(1:70).

SAVE-INTEGRITY-CONTROL.
    MOVE WS-TODAY-DATE TO INTEGRITY-RUN-DATE
    MOVE WS-TODAY-TIME TO INTEGRITY-RUN-TIME
    MOVE USER-OPERATOR-ID TO INTEGRITY-OPERATOR-ID
    MOVE WS-SEVERE-COUNT TO INTEGRITY-SEVERE-COUNT
    MOVE WS-WARNING-COUNT TO INTEGRITY-WARNING-COUNT
    OPEN OUTPUT INTEGRITY-CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS = "00"
        WRITE INTEGRITY-CONTROL-RECORD
        CLOSE INTEGRITY-CONTROL-FILE
    ELSE
        DISPLAY "Integrity control INTEGCTL could not be written"
            " - status " WS-CONTROL-FILE-STATUS
    END-IF.
