IDENTIFICATION DIVISION.
PROGRAM-ID. STATEMENTMODULE.
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
    SELECT REFUND-FILE ASSIGN TO "REFUNDS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REFUND-FILE-STATUS.
    SELECT STATEMENT-FILE ASSIGN TO "STATEMNT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-STATEMENT-FILE-STATUS.
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
FD  REFUND-FILE.
COPY "REFUND-RECORD.CPY".
FD  STATEMENT-FILE.
COPY "NOTICE-LINE.CPY"
    REPLACING LEADING ==NOTICE== BY ==STATEMENT==.
WORKING-STORAGE SECTION.
77  WS-MASTER-FILE-STATUS           PIC X(02).
77  WS-HISTORY-FILE-STATUS          PIC X(02).
77  WS-LEDGER-FILE-STATUS           PIC X(02).
77  WS-INSTALLMENT-FILE-STATUS      PIC X(02).
77  WS-REFUND-FILE-STATUS           PIC X(02).
77  WS-STATEMENT-FILE-STATUS        PIC X(02).
77  WS-MASTER-EOF                   PIC X(01).
    88  MASTER-EOF                  VALUE "Y".
77  WS-HISTORY-EOF                  PIC X(01).
    88  HISTORY-EOF                 VALUE "Y".
77  WS-LEDGER-EOF                   PIC X(01).
    88  LEDGER-EOF                  VALUE "Y".
77  WS-INSTALLMENT-EOF              PIC X(01).
    88  INSTALLMENT-EOF             VALUE "Y".
77  WS-REFUND-EOF                   PIC X(01).
    88  REFUND-EOF                  VALUE "Y".
77  WS-STATEMENT-CHOICE             PIC X(01).
77  WS-STATEMENT-ID                 PIC X(09).
77  WS-STATEMENT-COUNT              PIC 9(05).
77  WS-TODAY-DATE                   PIC X(08).
77  WS-RANGE-START                  PIC X(08).
77  WS-RANGE-END                    PIC X(08).
77  WS-OPENING-BALANCE              PIC S9(9)V99.
77  WS-RUNNING-BALANCE              PIC S9(9)V99.
77  WS-CLOSING-BALANCE              PIC S9(9)V99.
77  WS-RANGE-CHARGES                PIC S9(9)V99.
77  WS-RANGE-PAYMENTS               PIC S9(9)V99.
77  WS-ACCOUNT-TAX                  PIC S9(7)V99.
77  WS-ACCOUNT-PERIOD               PIC X(06).
77  WS-TAX-CHANGE                   PIC S9(7)V99.
77  WS-NEW-DATE                     PIC X(08).
77  WS-NEW-DESC                     PIC X(50).
77  WS-NEW-CHARGE                   PIC S9(7)V99.
77  WS-NEW-PAYMENT                  PIC S9(7)V99.
77  WS-NEW-MEMO                     PIC X(01).
77  WS-STMT-COUNT                   PIC 9(03).
77  WS-STMT-SUB                     PIC 9(03).
77  WS-STMT-SLOT                    PIC 9(03).
77  WS-STMT-OMITTED                 PIC 9(05).
77  WS-HIST-COUNT                   PIC 9(03).
77  WS-HIST-SUB                     PIC 9(03).
77  WS-HIST-SLOT                    PIC 9(03).
77  WS-HIST-OMITTED                 PIC 9(05).
77  WS-OPEN-INSTALLMENTS            PIC 9(03).
77  WS-INSTALLMENT-OWED             PIC S9(7)V99.
77  WS-INSTALLMENT-OWED-TOTAL       PIC S9(9)V99.
77  WS-EDIT-AMOUNT                  PIC -Z(6)9.99.
77  WS-EDIT-CHARGE                  PIC -Z(6)9.99 BLANK WHEN ZERO.
77  WS-EDIT-PAYMENT                 PIC -Z(6)9.99 BLANK WHEN ZERO.
77  WS-EDIT-BALANCE                 PIC -Z(8)9.99.
77  WS-EDIT-PAID                    PIC -Z(6)9.99.
77  WS-EDIT-OWED                    PIC -Z(6)9.99.
01  WS-STATEMENT-TABLE.
    05  WS-STMT-ENTRY               OCCURS 300 TIMES.
        10  WS-STMT-DATE            PIC X(08).
        10  WS-STMT-DESC            PIC X(50).
        10  WS-STMT-CHARGE          PIC S9(7)V99.
        10  WS-STMT-PAYMENT         PIC S9(7)V99.
        10  WS-STMT-MEMO            PIC X(01).
01  WS-HISTORY-TABLE.
    05  WS-HIST-ENTRY               OCCURS 100 TIMES.
        10  WS-HIST-DATE            PIC X(08).
        10  WS-HIST-PERIOD          PIC X(06).
        10  WS-HIST-TAX             PIC S9(7)V99.
        10  WS-HIST-TYPE            PIC X(01).
LINKAGE SECTION.
COPY "USER-STRUCTURE.CPY".
PROCEDURE DIVISION USING USER-STRUCTURE.
    DISPLAY "Statement of Account"
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    DISPLAY "1. Statement for one taxpayer"
    DISPLAY "2. Statements for all taxpayers"
    ACCEPT WS-STATEMENT-CHOICE
    IF WS-STATEMENT-CHOICE = "1" OR WS-STATEMENT-CHOICE = "2"
        PERFORM ACCEPT-STATEMENT-RANGE
        IF WS-RANGE-START NOT = SPACES
            PERFORM PRODUCE-REQUESTED-STATEMENTS
        END-IF
    ELSE
        DISPLAY "Invalid option"
    END-IF
    GOBACK.

ACCEPT-STATEMENT-RANGE.
    DISPLAY "Enter statement start date (YYYYMMDD): "
    ACCEPT WS-RANGE-START
    DISPLAY "Enter statement end date (YYYYMMDD, blank for today): "
    ACCEPT WS-RANGE-END
    IF WS-RANGE-END = SPACES
        MOVE WS-TODAY-DATE TO WS-RANGE-END
    END-IF
    IF WS-RANGE-START IS NOT NUMERIC OR WS-RANGE-END IS NOT NUMERIC
       OR WS-RANGE-START > WS-RANGE-END
        DISPLAY "Dates must be YYYYMMDD with the start not after the"
            " end - no statements produced"
        MOVE SPACES TO WS-RANGE-START
    END-IF.

PRODUCE-REQUESTED-STATEMENTS.
    MOVE ZERO TO WS-STATEMENT-COUNT
    OPEN INPUT TAXPAYER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "Taxpayer master TAXMSTR could not be opened - status "
            WS-MASTER-FILE-STATUS
    ELSE
        OPEN EXTEND STATEMENT-FILE
        IF WS-STATEMENT-FILE-STATUS = "35"
            OPEN OUTPUT STATEMENT-FILE
        END-IF
        IF WS-STATEMENT-FILE-STATUS NOT = "00"
            DISPLAY "Statement file STATEMNT could not be written"
                " - status " WS-STATEMENT-FILE-STATUS
        ELSE
            IF WS-STATEMENT-CHOICE = "1"
                PERFORM SINGLE-STATEMENT
            ELSE
                PERFORM BULK-STATEMENTS
            END-IF
            CLOSE STATEMENT-FILE
            DISPLAY "Statements written to STATEMNT: "
                WS-STATEMENT-COUNT
        END-IF
        CLOSE TAXPAYER-MASTER-FILE
    END-IF.

SINGLE-STATEMENT.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-STATEMENT-ID
    MOVE WS-STATEMENT-ID TO TAXPAYER-ID
    READ TAXPAYER-MASTER-FILE
        INVALID KEY
            DISPLAY "No master record on file for taxpayer "
                WS-STATEMENT-ID
        NOT INVALID KEY
            PERFORM PRODUCE-STATEMENT
            DISPLAY "Opening balance: " WS-OPENING-BALANCE
                "  Closing balance: " WS-CLOSING-BALANCE
    END-READ.

BULK-STATEMENTS.
    MOVE "N" TO WS-MASTER-EOF
    MOVE LOW-VALUES TO TAXPAYER-ID
    START TAXPAYER-MASTER-FILE KEY NOT < TAXPAYER-ID
        INVALID KEY
            SET MASTER-EOF TO TRUE
    END-START
    PERFORM READ-MASTER-NEXT
    PERFORM PRODUCE-BULK-STATEMENT UNTIL MASTER-EOF.

PRODUCE-BULK-STATEMENT.
    PERFORM PRODUCE-STATEMENT
    PERFORM READ-MASTER-NEXT.

READ-MASTER-NEXT.
    READ TAXPAYER-MASTER-FILE NEXT RECORD
        AT END
            SET MASTER-EOF TO TRUE
    END-READ.

PRODUCE-STATEMENT.
    MOVE TAXPAYER-ID TO WS-STATEMENT-ID
    MOVE ZERO TO WS-OPENING-BALANCE
    MOVE ZERO TO WS-RANGE-CHARGES
    MOVE ZERO TO WS-RANGE-PAYMENTS
    MOVE ZERO TO WS-STMT-COUNT
    MOVE ZERO TO WS-STMT-OMITTED
    PERFORM COLLECT-ASSESSMENTS
    PERFORM COLLECT-ACCRUED-CHARGES
    PERFORM COLLECT-LEDGER-POSTINGS
    PERFORM COLLECT-REFUNDS
    COMPUTE WS-CLOSING-BALANCE =
        WS-OPENING-BALANCE + WS-RANGE-CHARGES - WS-RANGE-PAYMENTS
    PERFORM WRITE-STATEMENT
    ADD 1 TO WS-STATEMENT-COUNT.

COLLECT-ASSESSMENTS.
    MOVE ZERO TO WS-HIST-COUNT
    MOVE ZERO TO WS-HIST-OMITTED
    MOVE "N" TO WS-HISTORY-EOF
    OPEN INPUT ASSESSMENT-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "00"
        MOVE WS-STATEMENT-ID TO HISTORY-TAXPAYER-ID
        MOVE LOW-VALUES TO HISTORY-PERIOD
        MOVE ZERO TO HISTORY-SEQ
        START ASSESSMENT-HISTORY-FILE KEY NOT < HISTORY-KEY
            INVALID KEY
                SET HISTORY-EOF TO TRUE
        END-START
        PERFORM READ-HISTORY-FOR-TAXPAYER
        PERFORM LOAD-HISTORY-ENTRY UNTIL HISTORY-EOF
        CLOSE ASSESSMENT-HISTORY-FILE
    END-IF
    IF WS-HIST-OMITTED > ZERO
        DISPLAY "Taxpayer " WS-STATEMENT-ID " has more than 100"
            " assessment entries - " WS-HIST-OMITTED " not shown"
    END-IF
    MOVE ZERO TO WS-ACCOUNT-TAX
    MOVE SPACES TO WS-ACCOUNT-PERIOD
    PERFORM POST-HISTORY-ENTRY
        VARYING WS-HIST-SUB FROM 1 BY 1
        UNTIL WS-HIST-SUB > WS-HIST-COUNT
    IF WS-ACCOUNT-TAX NOT = TAXPAYER-TAX
        COMPUTE WS-TAX-CHANGE = TAXPAYER-TAX - WS-ACCOUNT-TAX
        MOVE TAXPAYER-LAST-UPDATED TO WS-NEW-DATE
        MOVE "Tax on master not matched by assessment history"
            TO WS-NEW-DESC
        PERFORM SET-CHARGE-FROM-CHANGE
        MOVE "N" TO WS-NEW-MEMO
        PERFORM ADD-STATEMENT-ENTRY
    END-IF.

LOAD-HISTORY-ENTRY.
    IF WS-HIST-COUNT = 100
        ADD 1 TO WS-HIST-OMITTED
    ELSE
        COMPUTE WS-HIST-SLOT = WS-HIST-COUNT + 1
        PERFORM CHECK-HISTORY-SLOT
            VARYING WS-HIST-SUB FROM 1 BY 1
            UNTIL WS-HIST-SUB > WS-HIST-COUNT
               OR WS-HIST-SLOT NOT > WS-HIST-COUNT
        PERFORM SHIFT-HISTORY-ENTRY
            VARYING WS-HIST-SUB FROM WS-HIST-COUNT BY -1
            UNTIL WS-HIST-SUB < WS-HIST-SLOT
        MOVE HISTORY-ASSESSED-DATE TO WS-HIST-DATE (WS-HIST-SLOT)
        MOVE HISTORY-PERIOD TO WS-HIST-PERIOD (WS-HIST-SLOT)
        MOVE HISTORY-TAX TO WS-HIST-TAX (WS-HIST-SLOT)
        MOVE HISTORY-TYPE TO WS-HIST-TYPE (WS-HIST-SLOT)
        ADD 1 TO WS-HIST-COUNT
    END-IF
    PERFORM READ-HISTORY-FOR-TAXPAYER.

CHECK-HISTORY-SLOT.
    IF WS-HIST-DATE (WS-HIST-SUB) > HISTORY-ASSESSED-DATE
        MOVE WS-HIST-SUB TO WS-HIST-SLOT
    END-IF.

SHIFT-HISTORY-ENTRY.
    MOVE WS-HIST-ENTRY (WS-HIST-SUB) TO WS-HIST-ENTRY (WS-HIST-SUB + 1).

POST-HISTORY-ENTRY.
    MOVE WS-HIST-DATE (WS-HIST-SUB) TO WS-NEW-DATE
    MOVE WS-HIST-TAX (WS-HIST-SUB) TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-NEW-DESC
    IF WS-HIST-PERIOD (WS-HIST-SUB) < WS-ACCOUNT-PERIOD
        STRING "Amended " WS-HIST-PERIOD (WS-HIST-SUB)
               " tax " WS-EDIT-AMOUNT " - earlier period"
            DELIMITED BY SIZE
            INTO WS-NEW-DESC
        END-STRING
        MOVE ZERO TO WS-NEW-CHARGE
        MOVE ZERO TO WS-NEW-PAYMENT
        MOVE "Y" TO WS-NEW-MEMO
    ELSE
        IF WS-HIST-TYPE (WS-HIST-SUB) = "A"
            STRING "Reassessment " WS-HIST-PERIOD (WS-HIST-SUB)
                   " - tax now " WS-EDIT-AMOUNT
                DELIMITED BY SIZE
                INTO WS-NEW-DESC
            END-STRING
        ELSE
            STRING "Assessment " WS-HIST-PERIOD (WS-HIST-SUB)
                   " - tax " WS-EDIT-AMOUNT
                DELIMITED BY SIZE
                INTO WS-NEW-DESC
            END-STRING
        END-IF
        COMPUTE WS-TAX-CHANGE =
            WS-HIST-TAX (WS-HIST-SUB) - WS-ACCOUNT-TAX
        PERFORM SET-CHARGE-FROM-CHANGE
        MOVE "N" TO WS-NEW-MEMO
        MOVE WS-HIST-TAX (WS-HIST-SUB) TO WS-ACCOUNT-TAX
        MOVE WS-HIST-PERIOD (WS-HIST-SUB) TO WS-ACCOUNT-PERIOD
    END-IF
    PERFORM ADD-STATEMENT-ENTRY.

SET-CHARGE-FROM-CHANGE.
    IF WS-TAX-CHANGE < ZERO
        MOVE ZERO TO WS-NEW-CHARGE
        COMPUTE WS-NEW-PAYMENT = ZERO - WS-TAX-CHANGE
    ELSE
        MOVE WS-TAX-CHANGE TO WS-NEW-CHARGE
        MOVE ZERO TO WS-NEW-PAYMENT
    END-IF.

READ-HISTORY-FOR-TAXPAYER.
    READ ASSESSMENT-HISTORY-FILE NEXT RECORD
        AT END
            SET HISTORY-EOF TO TRUE
    END-READ
    IF NOT HISTORY-EOF
        IF HISTORY-TAXPAYER-ID NOT = WS-STATEMENT-ID
            SET HISTORY-EOF TO TRUE
        END-IF
    END-IF.

COLLECT-ACCRUED-CHARGES.
    IF TAXPAYER-LAST-ACCRUAL IS NUMERIC
        STRING TAXPAYER-LAST-ACCRUAL "01"
            DELIMITED BY SIZE
            INTO WS-NEW-DATE
        END-STRING
    ELSE
        MOVE TAXPAYER-LAST-UPDATED TO WS-NEW-DATE
    END-IF
    MOVE ZERO TO WS-NEW-PAYMENT
    MOVE "N" TO WS-NEW-MEMO
    IF TAXPAYER-PENALTY-ACCRUED NOT = ZERO
        MOVE "Late payment penalty accrued" TO WS-NEW-DESC
        MOVE TAXPAYER-PENALTY-ACCRUED TO WS-NEW-CHARGE
        PERFORM ADD-STATEMENT-ENTRY
    END-IF
    IF TAXPAYER-INTEREST-ACCRUED NOT = ZERO
        MOVE SPACES TO WS-NEW-DESC
        STRING "Late payment interest accrued to "
               TAXPAYER-LAST-ACCRUAL
            DELIMITED BY SIZE
            INTO WS-NEW-DESC
        END-STRING
        MOVE TAXPAYER-INTEREST-ACCRUED TO WS-NEW-CHARGE
        PERFORM ADD-STATEMENT-ENTRY
    END-IF.

COLLECT-LEDGER-POSTINGS.
    MOVE "N" TO WS-LEDGER-EOF
    OPEN INPUT PAYMENT-LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS = "00"
        MOVE WS-STATEMENT-ID TO LEDGER-TAXPAYER-ID
        MOVE LOW-VALUES TO LEDGER-PAYMENT-DATE
        MOVE LOW-VALUES TO LEDGER-RECEIPT-NUMBER
        START PAYMENT-LEDGER-FILE KEY NOT < LEDGER-KEY
            INVALID KEY
                SET LEDGER-EOF TO TRUE
        END-START
        PERFORM READ-LEDGER-FOR-TAXPAYER
        PERFORM POST-LEDGER-ENTRY UNTIL LEDGER-EOF
        CLOSE PAYMENT-LEDGER-FILE
    END-IF.

POST-LEDGER-ENTRY.
    MOVE LEDGER-PAYMENT-DATE TO WS-NEW-DATE
    MOVE SPACES TO WS-NEW-DESC
    EVALUATE LEDGER-RECEIPT-NUMBER
        WHEN "CR-APPLY "
            MOVE "Credit applied from credit balance" TO WS-NEW-DESC
        WHEN "CR-XFR   "
            MOVE "Overpayment transferred to credit balance"
                TO WS-NEW-DESC
        WHEN OTHER
            STRING "Payment received - receipt " LEDGER-RECEIPT-NUMBER
                DELIMITED BY SIZE
                INTO WS-NEW-DESC
            END-STRING
    END-EVALUATE
    IF LEDGER-AMOUNT < ZERO
        COMPUTE WS-NEW-CHARGE = ZERO - LEDGER-AMOUNT
        MOVE ZERO TO WS-NEW-PAYMENT
    ELSE
        MOVE ZERO TO WS-NEW-CHARGE
        MOVE LEDGER-AMOUNT TO WS-NEW-PAYMENT
    END-IF
    MOVE "N" TO WS-NEW-MEMO
    PERFORM ADD-STATEMENT-ENTRY
    PERFORM READ-LEDGER-FOR-TAXPAYER.

READ-LEDGER-FOR-TAXPAYER.
    READ PAYMENT-LEDGER-FILE NEXT RECORD
        AT END
            SET LEDGER-EOF TO TRUE
    END-READ
    IF NOT LEDGER-EOF
        IF LEDGER-TAXPAYER-ID NOT = WS-STATEMENT-ID
            SET LEDGER-EOF TO TRUE
        END-IF
    END-IF.

COLLECT-REFUNDS.
    MOVE "N" TO WS-REFUND-EOF
    OPEN INPUT REFUND-FILE
    IF WS-REFUND-FILE-STATUS = "00"
        PERFORM READ-REFUND-RECORD
        PERFORM POST-REFUND-ENTRY UNTIL REFUND-EOF
        CLOSE REFUND-FILE
    END-IF.

POST-REFUND-ENTRY.
    IF REFUND-TAXPAYER-ID = WS-STATEMENT-ID
        MOVE REFUND-AMOUNT TO WS-EDIT-AMOUNT
        MOVE ZERO TO WS-NEW-CHARGE
        MOVE ZERO TO WS-NEW-PAYMENT
        MOVE "Y" TO WS-NEW-MEMO
        MOVE REFUND-APPROVED-DATE TO WS-NEW-DATE
        MOVE SPACES TO WS-NEW-DESC
        STRING "Refund of " WS-EDIT-AMOUNT " from credit balance"
            DELIMITED BY SIZE
            INTO WS-NEW-DESC
        END-STRING
        PERFORM ADD-STATEMENT-ENTRY
        IF REFUND-IS-RETURNED
            MOVE REFUND-STATUS-DATE TO WS-NEW-DATE
            MOVE SPACES TO WS-NEW-DESC
            STRING "Refund " REFUND-REFERENCE
                   " returned - restored to credit"
                DELIMITED BY SIZE
                INTO WS-NEW-DESC
            END-STRING
            PERFORM ADD-STATEMENT-ENTRY
        END-IF
    END-IF
    PERFORM READ-REFUND-RECORD.

READ-REFUND-RECORD.
    READ REFUND-FILE
        AT END
            SET REFUND-EOF TO TRUE
    END-READ.

ADD-STATEMENT-ENTRY.
    IF WS-NEW-DATE < WS-RANGE-START
        IF WS-NEW-MEMO = "N"
            ADD WS-NEW-CHARGE TO WS-OPENING-BALANCE
            SUBTRACT WS-NEW-PAYMENT FROM WS-OPENING-BALANCE
        END-IF
    ELSE
        IF WS-NEW-DATE NOT > WS-RANGE-END
            IF WS-NEW-MEMO = "N"
                ADD WS-NEW-CHARGE TO WS-RANGE-CHARGES
                ADD WS-NEW-PAYMENT TO WS-RANGE-PAYMENTS
            END-IF
            PERFORM INSERT-STATEMENT-ENTRY
        END-IF
    END-IF.

INSERT-STATEMENT-ENTRY.
    IF WS-STMT-COUNT = 300
        ADD 1 TO WS-STMT-OMITTED
    ELSE
        COMPUTE WS-STMT-SLOT = WS-STMT-COUNT + 1
        PERFORM CHECK-STATEMENT-SLOT
            VARYING WS-STMT-SUB FROM 1 BY 1
            UNTIL WS-STMT-SUB > WS-STMT-COUNT
               OR WS-STMT-SLOT NOT > WS-STMT-COUNT
        PERFORM SHIFT-STATEMENT-ENTRY
            VARYING WS-STMT-SUB FROM WS-STMT-COUNT BY -1
            UNTIL WS-STMT-SUB < WS-STMT-SLOT
        MOVE WS-NEW-DATE TO WS-STMT-DATE (WS-STMT-SLOT)
        MOVE WS-NEW-DESC TO WS-STMT-DESC (WS-STMT-SLOT)
        MOVE WS-NEW-CHARGE TO WS-STMT-CHARGE (WS-STMT-SLOT)
        MOVE WS-NEW-PAYMENT TO WS-STMT-PAYMENT (WS-STMT-SLOT)
        MOVE WS-NEW-MEMO TO WS-STMT-MEMO (WS-STMT-SLOT)
        ADD 1 TO WS-STMT-COUNT
    END-IF.

CHECK-STATEMENT-SLOT.
    IF WS-STMT-DATE (WS-STMT-SUB) > WS-NEW-DATE
        MOVE WS-STMT-SUB TO WS-STMT-SLOT
    END-IF.

SHIFT-STATEMENT-ENTRY.
    MOVE WS-STMT-ENTRY (WS-STMT-SUB) TO WS-STMT-ENTRY (WS-STMT-SUB + 1).

WRITE-STATEMENT.
    MOVE ALL "=" TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE "                    STATEMENT OF ACCOUNT" TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    PERFORM WRITE-STATEMENT-ADDRESS-BLOCK
    MOVE SPACES TO STATEMENT-LINE
    STRING "Statement period: " WS-RANGE-START " to " WS-RANGE-END
           "          Issued: " WS-TODAY-DATE
        DELIMITED BY SIZE
        INTO STATEMENT-LINE
    END-STRING
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    STRING "Taxpayer ID: " WS-STATEMENT-ID
        DELIMITED BY SIZE
        INTO STATEMENT-LINE
    END-STRING
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    STRING "Date      Description                                 "
           "            Charges     Payments        Balance"
        DELIMITED BY SIZE
        INTO STATEMENT-LINE
    END-STRING
    WRITE STATEMENT-LINE
    MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
    MOVE WS-OPENING-BALANCE TO WS-EDIT-BALANCE
    MOVE SPACES TO STATEMENT-LINE
    STRING WS-RANGE-START "  Opening balance"
        DELIMITED BY SIZE
        INTO STATEMENT-LINE
    END-STRING
    MOVE WS-EDIT-BALANCE TO STATEMENT-LINE(91:13)
    WRITE STATEMENT-LINE
    PERFORM WRITE-STATEMENT-ENTRY
        VARYING WS-STMT-SUB FROM 1 BY 1
        UNTIL WS-STMT-SUB > WS-STMT-COUNT
    IF WS-STMT-OMITTED > ZERO
        MOVE SPACES TO STATEMENT-LINE
        STRING "          ** " WS-STMT-OMITTED
               " further transactions not listed - included in the"
               " closing balance **"
            DELIMITED BY SIZE
            INTO STATEMENT-LINE
        END-STRING
        WRITE STATEMENT-LINE
    END-IF
    MOVE WS-RANGE-CHARGES TO WS-EDIT-CHARGE
    MOVE WS-RANGE-PAYMENTS TO WS-EDIT-PAYMENT
    MOVE WS-CLOSING-BALANCE TO WS-EDIT-BALANCE
    MOVE SPACES TO STATEMENT-LINE
    STRING WS-RANGE-END "  Closing balance"
        DELIMITED BY SIZE
        INTO STATEMENT-LINE
    END-STRING
    MOVE WS-EDIT-CHARGE TO STATEMENT-LINE(65:11)
    MOVE WS-EDIT-PAYMENT TO STATEMENT-LINE(78:11)
    MOVE WS-EDIT-BALANCE TO STATEMENT-LINE(91:13)
    WRITE STATEMENT-LINE
    PERFORM WRITE-OPEN-INSTALLMENTS.

WRITE-STATEMENT-ENTRY.
    MOVE SPACES TO STATEMENT-LINE
    MOVE WS-STMT-DATE (WS-STMT-SUB) TO STATEMENT-LINE(1:8)
    MOVE WS-STMT-DESC (WS-STMT-SUB) TO STATEMENT-LINE(11:50)
    IF WS-STMT-MEMO (WS-STMT-SUB) = "Y"
        MOVE "(memo)" TO STATEMENT-LINE(65:6)
    ELSE
        ADD WS-STMT-CHARGE (WS-STMT-SUB) TO WS-RUNNING-BALANCE
        SUBTRACT WS-STMT-PAYMENT (WS-STMT-SUB) FROM WS-RUNNING-BALANCE
        MOVE WS-STMT-CHARGE (WS-STMT-SUB) TO WS-EDIT-CHARGE
        MOVE WS-STMT-PAYMENT (WS-STMT-SUB) TO WS-EDIT-PAYMENT
        MOVE WS-RUNNING-BALANCE TO WS-EDIT-BALANCE
        MOVE WS-EDIT-CHARGE TO STATEMENT-LINE(65:11)
        MOVE WS-EDIT-PAYMENT TO STATEMENT-LINE(78:11)
        MOVE WS-EDIT-BALANCE TO STATEMENT-LINE(91:13)
    END-IF
    WRITE STATEMENT-LINE.

WRITE-STATEMENT-ADDRESS-BLOCK.
    IF TAXPAYER-NAME = SPACES
        MOVE "** NO NAME AND ADDRESS ON FILE **" TO STATEMENT-LINE
        WRITE STATEMENT-LINE
    ELSE
        MOVE TAXPAYER-NAME TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        IF TAXPAYER-ADDRESS-1 NOT = SPACES
            MOVE TAXPAYER-ADDRESS-1 TO STATEMENT-LINE
            WRITE STATEMENT-LINE
        END-IF
        IF TAXPAYER-ADDRESS-2 NOT = SPACES
            MOVE TAXPAYER-ADDRESS-2 TO STATEMENT-LINE
            WRITE STATEMENT-LINE
        END-IF
        IF TAXPAYER-ADDRESS-3 NOT = SPACES
            MOVE TAXPAYER-ADDRESS-3 TO STATEMENT-LINE
            WRITE STATEMENT-LINE
        END-IF
        IF TAXPAYER-CONTACT NOT = SPACES
            MOVE SPACES TO STATEMENT-LINE
            STRING "Contact: " TAXPAYER-CONTACT
                DELIMITED BY SIZE
                INTO STATEMENT-LINE
            END-STRING
            WRITE STATEMENT-LINE
        END-IF
    END-IF.

WRITE-OPEN-INSTALLMENTS.
    MOVE ZERO TO WS-OPEN-INSTALLMENTS
    MOVE ZERO TO WS-INSTALLMENT-OWED-TOTAL
    MOVE "N" TO WS-INSTALLMENT-EOF
    MOVE "Open installments:" TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    OPEN INPUT INSTALLMENT-FILE
    IF WS-INSTALLMENT-FILE-STATUS = "00"
        MOVE WS-STATEMENT-ID TO INSTALLMENT-TAXPAYER-ID
        MOVE ZERO TO INSTALLMENT-NUMBER
        START INSTALLMENT-FILE KEY NOT < INSTALLMENT-KEY
            INVALID KEY
                SET INSTALLMENT-EOF TO TRUE
        END-START
        PERFORM READ-INSTALLMENT-FOR-TAXPAYER
        PERFORM WRITE-INSTALLMENT-LINE UNTIL INSTALLMENT-EOF
        CLOSE INSTALLMENT-FILE
    END-IF
    IF WS-OPEN-INSTALLMENTS = ZERO
        MOVE "  None" TO STATEMENT-LINE
        WRITE STATEMENT-LINE
    ELSE
        MOVE WS-INSTALLMENT-OWED-TOTAL TO WS-EDIT-BALANCE
        MOVE SPACES TO STATEMENT-LINE
        STRING "  Total outstanding on installments: " WS-EDIT-BALANCE
            DELIMITED BY SIZE
            INTO STATEMENT-LINE
        END-STRING
        WRITE STATEMENT-LINE
    END-IF.

WRITE-INSTALLMENT-LINE.
    IF INSTALLMENT-IS-OPEN
        ADD 1 TO WS-OPEN-INSTALLMENTS
        COMPUTE WS-INSTALLMENT-OWED =
            INSTALLMENT-AMOUNT - INSTALLMENT-PAID-AMOUNT
        ADD WS-INSTALLMENT-OWED TO WS-INSTALLMENT-OWED-TOTAL
        MOVE INSTALLMENT-AMOUNT TO WS-EDIT-AMOUNT
        MOVE INSTALLMENT-PAID-AMOUNT TO WS-EDIT-PAID
        MOVE WS-INSTALLMENT-OWED TO WS-EDIT-OWED
        MOVE SPACES TO STATEMENT-LINE
        STRING "  Installment " INSTALLMENT-NUMBER
               "  Due " INSTALLMENT-DUE-DATE
               "  Amount " WS-EDIT-AMOUNT
               "  Paid " WS-EDIT-PAID
               "  Outstanding " WS-EDIT-OWED
            DELIMITED BY SIZE
            INTO STATEMENT-LINE
        END-STRING
        WRITE STATEMENT-LINE
    END-IF
    PERFORM READ-INSTALLMENT-FOR-TAXPAYER.

READ-INSTALLMENT-FOR-TAXPAYER.
    READ INSTALLMENT-FILE NEXT RECORD
        AT END
            SET INSTALLMENT-EOF TO TRUE
    END-READ
    IF NOT INSTALLMENT-EOF
        IF INSTALLMENT-TAXPAYER-ID NOT = WS-STATEMENT-ID
            SET INSTALLMENT-EOF TO TRUE
        END-IF
    END-IF.
