    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-SUSPENSE-FILE-STATUS.
    SELECT SUSPENSE-WORK-FILE ASSIGN TO "SUSPWORK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-SUSPENSE-WORK-STATUS.
    SELECT SUSPENSE-RETURN-FILE ASSIGN TO "SUSPRTN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-SUSPENSE-RETURN-STATUS.
    SELECT REFUND-WORK-FILE ASSIGN TO "REFNDWRK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REFUND-WORK-STATUS.
    SELECT DISBURSE-FILE ASSIGN USING WS-DISBURSE-FILE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-DISBURSE-FILE-STATUS.
    SELECT RESPONSE-FILE ASSIGN TO "REFNDACK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-RESPONSE-FILE-STATUS.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-AUDIT-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY PENDING-KEY
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-PENDING-FILE-STATUS.
    SELECT INSTALLMENT-FILE ASSIGN TO "INSTPLAN"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
COPY "BANK-RECORD.CPY".
FD  SUSPENSE-FILE.
COPY "SUSPENSE-RECORD.CPY".
FD  SUSPENSE-WORK-FILE.
COPY "SUSPENSE-RECORD.CPY"
    REPLACING LEADING ==SUSPENSE== BY ==WORK-SUSPENSE==.
FD  SUSPENSE-RETURN-FILE.
COPY "SUSPENSE-RECORD.CPY"
    REPLACING LEADING ==SUSPENSE== BY ==RETURN-SUSPENSE==.
FD  REFUND-WORK-FILE.
COPY "REFUND-RECORD.CPY"
    REPLACING LEADING ==REFUND== BY ==WORK-REFUND==.
FD  DISBURSE-FILE.
COPY "REFUND-DISBURSE.CPY".
FD  RESPONSE-FILE.
COPY "REFUND-RESPONSE.CPY".
FD  AUDIT-TRAIL-FILE.
COPY "AUDIT-RECORD.CPY".
FD  PENDING-FILE.
COPY "PENDING-APPROVAL.CPY".
FD  INSTALLMENT-FILE.
COPY "INSTALLMENT-RECORD.CPY".
WORKING-STORAGE SECTION.
77  WS-PAYMENT-FILE-STATUS          PIC X(02).
77  WS-MASTER-FILE-STATUS           PIC X(02).
77  WS-CREDIT-SAVED                 PIC X(01).
    88  CREDIT-WAS-SAVED            VALUE "Y".
77  WS-PAYMENT-EOF                  PIC X(01).
    88  PAYMENT-EOF                 VALUE "Y".
77  WS-MASTER-EOF                   PIC X(01).
77  WS-ACCRUAL-INTEREST-TOTAL       PIC S9(9)V99.
77  WS-ARREARS-PENALTY-TOTAL        PIC S9(9)V99.
77  WS-ARREARS-INTEREST-TOTAL       PIC S9(9)V99.
77  WS-AUDIT-FILE-STATUS            PIC X(02).
77  WS-AUDIT-DATE                   PIC X(08).
77  WS-AUDIT-TIME                   PIC X(08).
77  WS-AUDIT-ACTION                 PIC X(19).
77  WS-AUDIT-TAXPAYER-ID            PIC X(09).
77  WS-AUDIT-AMOUNT                 PIC S9(7)V99.
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
77  WS-SUSPENSE-WORK-STATUS         PIC X(02).
77  WS-SUSPENSE-RETURN-STATUS       PIC X(02).
77  WS-SUSPENSE-EOF                 PIC X(01).
    88  SUSPENSE-EOF                VALUE "Y".
77  WS-SUSPENSE-QUIT                PIC X(01).
    88  SUSPENSE-WORK-QUIT          VALUE "Y".
77  WS-SUSPENSE-SELECT              PIC X(09).
77  WS-SUSPENSE-ACTION              PIC X(01).
77  WS-SUSPENSE-NEW-ID              PIC X(09).
77  WS-SUSPENSE-NOTE                PIC X(30).
77  WS-SUSPENSE-OPEN-COUNT          PIC 9(05).
77  WS-SUSPENSE-COPY-COUNT          PIC 9(05).
77  WS-SUSPENSE-REASSIGN-COUNT      PIC 9(05).
77  WS-SUSPENSE-REASSIGN-TOTAL      PIC S9(9)V99.
77  WS-SUSPENSE-RETURN-COUNT        PIC 9(05).
77  WS-SUSPENSE-RETURN-TOTAL        PIC S9(9)V99.
77  WS-SUSPENSE-WRITEOFF-COUNT      PIC 9(05).
77  WS-SUSPENSE-WRITEOFF-TOTAL      PIC S9(9)V99.
77  WS-AGING-REASON-SUB             PIC 9(01).
77  WS-AGING-BUCKET-SUB             PIC 9(01).
77  WS-AGING-DAYS                   PIC S9(07).
77  WS-AGING-UNDATED-COUNT          PIC 9(05).
77  WS-AGING-UNDATED-TOTAL          PIC S9(9)V99.
77  WS-AGING-ITEM-AMOUNT            PIC S9(7)V99.
77  WS-AGING-GRAND-COUNT            PIC 9(05).
77  WS-AGING-GRAND-TOTAL            PIC S9(9)V99.
77  WS-TODAY-DAY-NUMBER             PIC 9(07).
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
77  WS-REFUND-WORK-STATUS           PIC X(02).
77  WS-DISBURSE-FILE-STATUS         PIC X(02).
77  WS-DISBURSE-FILE-NAME           PIC X(20).
77  WS-RESPONSE-FILE-STATUS         PIC X(02).
77  WS-REFUND-EOF                   PIC X(01).
    88  REFUND-EOF                  VALUE "Y".
77  WS-RESPONSE-EOF                 PIC X(01).
    88  RESPONSE-EOF                VALUE "Y".
77  WS-DISBURSE-TIME                PIC X(08).
77  WS-REFUND-SEQ                   PIC 9(03).
77  WS-DISBURSE-COUNT               PIC 9(07).
77  WS-DISBURSE-TOTAL               PIC S9(9)V99.
77  WS-REFUND-ID                    PIC X(09).
77  WS-REFUND-LINE-COUNT            PIC 9(05).
77  WS-RESPONSE-COUNT               PIC 9(03).
77  WS-RESPONSE-SUB                 PIC 9(03).
77  WS-RESPONSE-HIT                 PIC 9(03).
77  WS-RESPONSE-OVERFLOW            PIC X(01).
    88  RESPONSE-TABLE-FULL         VALUE "Y".
77  WS-RESPONSE-READ-COUNT          PIC 9(05).
77  WS-RESPONSE-PAID-COUNT          PIC 9(05).
77  WS-RESPONSE-PAID-TOTAL          PIC S9(9)V99.
77  WS-RESPONSE-RETURN-COUNT        PIC 9(05).
77  WS-RESPONSE-RETURN-TOTAL        PIC S9(9)V99.
77  WS-RESPONSE-UNMATCHED-COUNT     PIC 9(05).
77  WS-RESPONSE-FAILED-COUNT        PIC 9(05).
01  WS-MONTH-START-VALUES           PIC X(36)
        VALUE "000031059090120151181212243273304334".
01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
    05  WS-DAYS-BEFORE-MONTH        PIC 9(03) OCCURS 12 TIMES.
01  WS-AGING-TABLE.
    05  WS-AGING-REASON             OCCURS 4 TIMES.
        10  WS-AGING-BUCKET         OCCURS 4 TIMES.
            15  WS-AGING-COUNT      PIC 9(05).
            15  WS-AGING-AMOUNT     PIC S9(9)V99.
01  WS-RESPONSE-TABLE.
    05  WS-RESPONSE-ENTRY           OCCURS 500 TIMES.
        10  WS-RESPONSE-REF         PIC X(09).
        10  WS-RESPONSE-CODE        PIC X(01).
        10  WS-RESPONSE-DATE        PIC X(08).
        10  WS-RESPONSE-AMOUNT      PIC S9(7)V99.
        10  WS-RESPONSE-USED        PIC X(01).
LINKAGE SECTION.
COPY "USER-STRUCTURE.CPY".
PROCEDURE DIVISION USING USER-STRUCTURE.
    IF NO-REQUEST-CODE
        DISPLAY "Managing Payments"
        MOVE SPACE TO WS-PAYMENT-MENU-CHOICE
        PERFORM PAYMENT-MENU-SELECTION UNTIL LEAVE-PAYMENT-MENU
    ELSE
        PERFORM RUN-REQUESTED-FUNCTION
    END-IF
    GOBACK.

RUN-REQUESTED-FUNCTION.
    SET REQUEST-FAILED TO TRUE
    MOVE ZERO TO USER-REQUEST-COUNT
    EVALUATE TRUE
        WHEN REQUEST-REFUND
            PERFORM APPLY-APPROVED-REFUND
        WHEN REQUEST-BANK-INTAKE
            PERFORM REQUESTED-BANK-FILE-INTAKE
        WHEN REQUEST-ACCRUAL
            PERFORM REQUESTED-PENALTY-ACCRUAL
        WHEN REQUEST-MISSED-REPORT
            PERFORM REQUESTED-MISSED-REPORT
        WHEN OTHER
            DISPLAY "Request " USER-REQUEST-CODE
                " is not handled by payment processing"
    END-EVALUATE.

REQUESTED-BANK-FILE-INTAKE.
    PERFORM BANK-FILE-INTAKE
    MOVE WS-INTAKE-READ-COUNT TO USER-REQUEST-COUNT
    EVALUATE TRUE
        WHEN WS-BANK-FILE-STATUS = "35"
            DISPLAY "No bank transfer file to process"
            SET REQUEST-WARNING TO TRUE
        WHEN WS-BANK-FILE-STATUS NOT = "00"
            SET REQUEST-FAILED TO TRUE
        WHEN WS-INTAKE-READ-COUNT =
             WS-INTAKE-POSTED-COUNT + WS-INTAKE-SUSPENDED-COUNT
             AND WS-INTAKE-READ-TOTAL =
             WS-INTAKE-POSTED-TOTAL + WS-INTAKE-SUSPENDED-TOTAL
            SET REQUEST-SUCCEEDED TO TRUE
        WHEN OTHER
            DISPLAY "Bank file intake out of balance - items read but"
                " neither posted nor suspended"
            SET REQUEST-FAILED TO TRUE
    END-EVALUATE.

REQUESTED-PENALTY-ACCRUAL.
    PERFORM PENALTY-INTEREST-ACCRUAL
    MOVE WS-ACCRUAL-COUNT TO USER-REQUEST-COUNT
    IF WS-MASTER-FILE-STATUS = "00"
        SET REQUEST-SUCCEEDED TO TRUE
    END-IF.

REQUESTED-MISSED-REPORT.
    PERFORM MISSED-INSTALLMENT-REPORT
    MOVE WS-MISSED-COUNT TO USER-REQUEST-COUNT
    IF WS-INSTALLMENT-FILE-STATUS = "00"
        SET REQUEST-SUCCEEDED TO TRUE
    END-IF.

PAYMENT-MENU-SELECTION.
    DISPLAY "Choose a payment option:"
    DISPLAY "1. Post a Payment"
    DISPLAY "8. Receipt History Inquiry"
    DISPLAY "9. Convert Payment File to Ledger"
    DISPLAY "A. Penalty and Interest Accrual Run"
    DISPLAY "B. Suspense Workbench"
    DISPLAY "C. Suspense Aging Report"
    DISPLAY "D. Refund Disbursement Run"
    DISPLAY "E. Bank Refund Response Intake"
    DISPLAY "F. Refund Status Inquiry"
    DISPLAY "0. Return to Main Menu"
    ACCEPT WS-PAYMENT-MENU-CHOICE
    EVALUATE WS-PAYMENT-MENU-CHOICE
        WHEN "9" PERFORM CONVERT-PAYMENT-FILE
        WHEN "A" PERFORM PENALTY-INTEREST-ACCRUAL
        WHEN "a" PERFORM PENALTY-INTEREST-ACCRUAL
        WHEN "B" PERFORM SUSPENSE-WORKBENCH
        WHEN "b" PERFORM SUSPENSE-WORKBENCH
        WHEN "C" PERFORM SUSPENSE-AGING-REPORT
        WHEN "c" PERFORM SUSPENSE-AGING-REPORT
        WHEN "D" PERFORM REFUND-DISBURSEMENT-RUN
        WHEN "d" PERFORM REFUND-DISBURSEMENT-RUN
        WHEN "E" PERFORM REFUND-RESPONSE-INTAKE
        WHEN "e" PERFORM REFUND-RESPONSE-INTAKE
        WHEN "F" PERFORM REFUND-STATUS-INQUIRY
        WHEN "f" PERFORM REFUND-STATUS-INQUIRY
        WHEN "0" CONTINUE
        WHEN OTHER DISPLAY "Invalid option"
    END-EVALUATE.
        PERFORM READ-CREDIT-BALANCE
        ADD WS-OVERPAID-AMOUNT TO WS-CREDIT-AMOUNT
        PERFORM SAVE-CREDIT-BALANCE
        IF CREDIT-WAS-SAVED
            DISPLAY "Overpayment of " WS-OVERPAID-AMOUNT
                " transferred to credit for taxpayer " WS-BALANCE-ID
            DISPLAY "Credit balance now held: " WS-CREDIT-AMOUNT
        ELSE
            DISPLAY "Overpayment of " WS-OVERPAID-AMOUNT
                " posted to ledger but not credited for taxpayer "
                WS-BALANCE-ID " - correct TAXCRED manually"
        END-IF
    ELSE
        DISPLAY "Overpayment of " WS-OVERPAID-AMOUNT
            " for taxpayer " WS-BALANCE-ID " left on account"
    END-IF.

SAVE-CREDIT-BALANCE.
    MOVE "N" TO WS-CREDIT-SAVED
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM OPEN-CREDIT-FILE
    IF WS-CREDIT-FILE-STATUS = "00"
        MOVE WS-BALANCE-ID TO CREDIT-TAXPAYER-ID
        MOVE WS-CREDIT-AMOUNT TO CREDIT-BALANCE
        MOVE WS-TODAY-DATE TO CREDIT-LAST-UPDATED
        MOVE "N" TO WS-CREDIT-SAVED
        WRITE CREDIT-RECORD
            INVALID KEY
                REWRITE CREDIT-RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET CREDIT-WAS-SAVED TO TRUE
                END-REWRITE
            NOT INVALID KEY
                SET CREDIT-WAS-SAVED TO TRUE
        END-WRITE
        IF NOT CREDIT-WAS-SAVED
            DISPLAY "Credit for taxpayer " WS-BALANCE-ID
                " could not be saved - status "
                WS-CREDIT-FILE-STATUS
        END-IF
        CLOSE CREDIT-FILE
    ELSE
        DISPLAY "Credit file TAXCRED could not be written - status "
    MOVE ZERO TO WS-REFUND-COUNT
    MOVE ZERO TO WS-REFUND-TOTAL
    MOVE "N" TO WS-CREDIT-EOF
    IF NOT MAY-REQUEST-REFUND
        DISPLAY "Operator " USER-OPERATOR-ID
            " is not permitted to request refunds"
    ELSE
        PERFORM OPEN-CREDIT-FILE
        IF WS-CREDIT-FILE-STATUS NOT = "00"
            DISPLAY "Credit file TAXCRED could not be opened - status "
                WS-CREDIT-FILE-STATUS
        ELSE
            MOVE LOW-VALUES TO CREDIT-TAXPAYER-ID
            START CREDIT-FILE KEY NOT < CREDIT-TAXPAYER-ID
                INVALID KEY
                    SET CREDIT-EOF TO TRUE
            END-START
            DISPLAY "===== REFUND RUN - " WS-TODAY-DATE " ====="
            PERFORM READ-CREDIT-NEXT
            PERFORM REVIEW-CREDIT-FOR-REFUND UNTIL CREDIT-EOF
            DISPLAY "Refunds sent for approval: " WS-REFUND-COUNT
            DISPLAY "Total requested: " WS-REFUND-TOTAL
            DISPLAY "======================================"
            CLOSE CREDIT-FILE
        END-IF
    END-IF.

REVIEW-CREDIT-FOR-REFUND.
        DISPLAY "Taxpayer " CREDIT-TAXPAYER-ID
            "  Credit balance: " CREDIT-BALANCE
            "  (held since " CREDIT-LAST-UPDATED ")"
        DISPLAY "Request refund? (Y/N): "
        ACCEPT WS-CONFIRM-REFUND
        IF WS-CONFIRM-REFUND = "Y" OR WS-CONFIRM-REFUND = "y"
            MOVE "RF" TO WS-PENDING-ACTION
            MOVE CREDIT-TAXPAYER-ID TO WS-PENDING-ID
            MOVE SPACES TO WS-PENDING-PERIOD
            MOVE CREDIT-BALANCE TO WS-PENDING-AMOUNT
            PERFORM QUEUE-FOR-APPROVAL
            IF PENDING-WAS-WRITTEN
                ADD 1 TO WS-REFUND-COUNT
                ADD CREDIT-BALANCE TO WS-REFUND-TOTAL
            END-IF
        END-IF
    END-IF
    PERFORM READ-CREDIT-NEXT.

APPLY-APPROVED-REFUND.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    PERFORM OPEN-CREDIT-FILE
    IF WS-CREDIT-FILE-STATUS NOT = "00"
        DISPLAY "Credit file TAXCRED could not be opened - status "
            WS-CREDIT-FILE-STATUS
    ELSE
        MOVE USER-ID TO CREDIT-TAXPAYER-ID
        READ CREDIT-FILE
            INVALID KEY
                DISPLAY "No credit balance on file for taxpayer "
                    USER-ID " - refund not made"
            NOT INVALID KEY
                IF CREDIT-BALANCE < USER-REQUEST-AMOUNT
                    DISPLAY "Credit balance now " CREDIT-BALANCE
                        " is less than the refund requested "
                        USER-REQUEST-AMOUNT " - refund not made"
                ELSE
                    PERFORM WRITE-REFUND-RECORD
                END-IF
        END-READ
        CLOSE CREDIT-FILE
    END-IF.

WRITE-REFUND-RECORD.
    MOVE CREDIT-TAXPAYER-ID TO REFUND-TAXPAYER-ID
    MOVE USER-REQUEST-AMOUNT TO REFUND-AMOUNT
    MOVE WS-TODAY-DATE TO REFUND-APPROVED-DATE
    MOVE USER-OPERATOR-ID TO REFUND-OPERATOR-ID
    MOVE "A" TO REFUND-STATUS
    MOVE WS-TODAY-DATE TO REFUND-STATUS-DATE
    MOVE SPACES TO REFUND-REFERENCE
    SUBTRACT USER-REQUEST-AMOUNT FROM CREDIT-BALANCE
    MOVE WS-TODAY-DATE TO CREDIT-LAST-UPDATED
    PERFORM REWRITE-CREDIT-RECORD
    IF NOT CREDIT-WAS-SAVED
        DISPLAY "Credit balance for taxpayer " CREDIT-TAXPAYER-ID
            " could not be reduced - status " WS-CREDIT-FILE-STATUS
            " - refund not made"
    ELSE
        OPEN EXTEND REFUND-FILE
        IF WS-REFUND-FILE-STATUS = "35"
            OPEN OUTPUT REFUND-FILE
        END-IF
        IF WS-REFUND-FILE-STATUS = "00"
            WRITE REFUND-RECORD
            IF WS-REFUND-FILE-STATUS = "00"
                DISPLAY "Refund of " USER-REQUEST-AMOUNT
                    " approved for taxpayer " CREDIT-TAXPAYER-ID
                SET REQUEST-SUCCEEDED TO TRUE
            END-IF
            CLOSE REFUND-FILE
        END-IF
        IF NOT REQUEST-SUCCEEDED
            DISPLAY "Refund file REFUNDS could not be written"
                " - status " WS-REFUND-FILE-STATUS
                " - refund not made"
            PERFORM RESTORE-REFUND-CREDIT
        END-IF
    END-IF.

RESTORE-REFUND-CREDIT.
    ADD USER-REQUEST-AMOUNT TO CREDIT-BALANCE
    PERFORM REWRITE-CREDIT-RECORD
    IF NOT CREDIT-WAS-SAVED
        DISPLAY "*** CREDIT FOR TAXPAYER " CREDIT-TAXPAYER-ID
            " WAS REDUCED BY " USER-REQUEST-AMOUNT
            " BUT NO REFUND WAS RECORDED ***"
    END-IF.

REWRITE-CREDIT-RECORD.
    MOVE "N" TO WS-CREDIT-SAVED
    REWRITE CREDIT-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CREDIT-WAS-SAVED TO TRUE
    END-REWRITE.

READ-CREDIT-NEXT.
    READ CREDIT-FILE NEXT RECORD
        AT END
            SET CREDIT-EOF TO TRUE
    END-READ.

REFUND-DISBURSEMENT-RUN.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT WS-DISBURSE-TIME FROM TIME
    MOVE ZERO TO WS-REFUND-SEQ
    MOVE ZERO TO WS-DISBURSE-COUNT
    MOVE ZERO TO WS-DISBURSE-TOTAL
    MOVE "N" TO WS-REFUND-EOF
    MOVE SPACES TO WS-DISBURSE-FILE-NAME
    STRING "REFNDOUT-" WS-TODAY-DATE
        DELIMITED BY SIZE
        INTO WS-DISBURSE-FILE-NAME
    END-STRING
    OPEN INPUT DISBURSE-FILE
    IF WS-DISBURSE-FILE-STATUS = "00"
        CLOSE DISBURSE-FILE
        DISPLAY "Disbursement file " WS-DISBURSE-FILE-NAME
            " already exists - only one disbursement run per day"
    ELSE
        OPEN INPUT REFUND-FILE
        IF WS-REFUND-FILE-STATUS NOT = "00"
            DISPLAY "Refund file REFUNDS could not be opened - status "
                WS-REFUND-FILE-STATUS
        ELSE
            OPEN OUTPUT REFUND-WORK-FILE
            IF WS-REFUND-WORK-STATUS NOT = "00"
                DISPLAY "Refund work file REFNDWRK could not be"
                    " opened - status " WS-REFUND-WORK-STATUS
                CLOSE REFUND-FILE
            ELSE
                OPEN OUTPUT DISBURSE-FILE
                IF WS-DISBURSE-FILE-STATUS NOT = "00"
                    DISPLAY "Disbursement file " WS-DISBURSE-FILE-NAME
                        " could not be created - status "
                        WS-DISBURSE-FILE-STATUS
                    CLOSE REFUND-FILE
                    CLOSE REFUND-WORK-FILE
                ELSE
                    PERFORM RUN-REFUND-DISBURSEMENT
                END-IF
            END-IF
        END-IF
    END-IF.

RUN-REFUND-DISBURSEMENT.
    DISPLAY "===== REFUND DISBURSEMENT - " WS-TODAY-DATE " ====="
    MOVE SPACES TO DISBURSE-RECORD
    SET DISBURSE-HEADER TO TRUE
    MOVE WS-TODAY-DATE TO DISBURSE-FILE-DATE
    MOVE WS-DISBURSE-TIME(1:6) TO DISBURSE-FILE-TIME
    MOVE "TAX REFUNDS" TO DISBURSE-ORIGINATOR
    WRITE DISBURSE-RECORD
    PERFORM READ-REFUND-RECORD
    PERFORM DISBURSE-REFUND-ITEM UNTIL REFUND-EOF
    MOVE SPACES TO DISBURSE-RECORD
    SET DISBURSE-TRAILER TO TRUE
    MOVE WS-DISBURSE-COUNT TO DISBURSE-RECORD-COUNT
    MOVE WS-DISBURSE-TOTAL TO DISBURSE-TOTAL-AMOUNT
    WRITE DISBURSE-RECORD
    CLOSE REFUND-FILE
    CLOSE REFUND-WORK-FILE
    CLOSE DISBURSE-FILE
    PERFORM REPLACE-REFUND-FILE
    DISPLAY "Refunds sent to bank: " WS-DISBURSE-COUNT
    DISPLAY "Total disbursed:      " WS-DISBURSE-TOTAL
    DISPLAY "Outbound file: " WS-DISBURSE-FILE-NAME
    DISPLAY "======================================"
    MOVE "REFUND-DISBURSE" TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-TAXPAYER-ID
    MOVE WS-DISBURSE-TOTAL TO WS-AUDIT-AMOUNT
    PERFORM LOG-PAYMENT-AUDIT.

DISBURSE-REFUND-ITEM.
    IF REFUND-IS-APPROVED
        IF WS-REFUND-SEQ < 999
            ADD 1 TO WS-REFUND-SEQ
            MOVE SPACES TO REFUND-REFERENCE
            STRING WS-TODAY-DATE(3:6) WS-REFUND-SEQ
                DELIMITED BY SIZE
                INTO REFUND-REFERENCE
            END-STRING
            MOVE "S" TO REFUND-STATUS
            MOVE WS-TODAY-DATE TO REFUND-STATUS-DATE
            MOVE SPACES TO DISBURSE-RECORD
            SET DISBURSE-DETAIL TO TRUE
            MOVE REFUND-REFERENCE TO DISBURSE-REFERENCE
            MOVE REFUND-TAXPAYER-ID TO DISBURSE-TAXPAYER-ID
            MOVE REFUND-AMOUNT TO DISBURSE-AMOUNT
            MOVE WS-TODAY-DATE TO DISBURSE-VALUE-DATE
            WRITE DISBURSE-RECORD
            ADD 1 TO WS-DISBURSE-COUNT
            ADD REFUND-AMOUNT TO WS-DISBURSE-TOTAL
            DISPLAY "Taxpayer " REFUND-TAXPAYER-ID
                "  Refund " REFUND-AMOUNT
                "  Reference " REFUND-REFERENCE
        ELSE
            DISPLAY "Daily reference range exhausted - refund for "
                REFUND-TAXPAYER-ID " held for the next run"
        END-IF
    END-IF
    MOVE REFUND-RECORD TO WORK-REFUND-RECORD
    WRITE WORK-REFUND-RECORD
    PERFORM READ-REFUND-RECORD.

REPLACE-REFUND-FILE.
    MOVE "N" TO WS-REFUND-EOF
    OPEN INPUT REFUND-WORK-FILE
    IF WS-REFUND-WORK-STATUS NOT = "00"
        DISPLAY "REFUNDS NOT UPDATED - work file REFNDWRK could not"
            " be opened - status " WS-REFUND-WORK-STATUS
        DISPLAY "Refunds in this run still show their old status -"
            " do not rerun until REFUNDS is corrected"
    ELSE
        OPEN OUTPUT REFUND-FILE
        IF WS-REFUND-FILE-STATUS NOT = "00"
            DISPLAY "REFUNDS NOT UPDATED - refund file REFUNDS could"
                " not be rewritten - status " WS-REFUND-FILE-STATUS
            DISPLAY "Updated refunds remain in REFNDWRK - do not rerun"
                " until REFUNDS is corrected"
            CLOSE REFUND-WORK-FILE
        ELSE
            PERFORM READ-REFUND-WORK-RECORD
            PERFORM COPY-REFUND-WORK-RECORD UNTIL REFUND-EOF
            CLOSE REFUND-WORK-FILE
            CLOSE REFUND-FILE
        END-IF
    END-IF.

COPY-REFUND-WORK-RECORD.
    MOVE WORK-REFUND-RECORD TO REFUND-RECORD
    WRITE REFUND-RECORD
    PERFORM READ-REFUND-WORK-RECORD.

READ-REFUND-RECORD.
    READ REFUND-FILE
        AT END
            SET REFUND-EOF TO TRUE
    END-READ.

READ-REFUND-WORK-RECORD.
    READ REFUND-WORK-FILE
        AT END
            SET REFUND-EOF TO TRUE
    END-READ.

REFUND-RESPONSE-INTAKE.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE ZERO TO WS-RESPONSE-COUNT
    MOVE ZERO TO WS-RESPONSE-READ-COUNT
    MOVE ZERO TO WS-RESPONSE-PAID-COUNT
    MOVE ZERO TO WS-RESPONSE-PAID-TOTAL
    MOVE ZERO TO WS-RESPONSE-RETURN-COUNT
    MOVE ZERO TO WS-RESPONSE-RETURN-TOTAL
    MOVE ZERO TO WS-RESPONSE-UNMATCHED-COUNT
    MOVE ZERO TO WS-RESPONSE-FAILED-COUNT
    MOVE "N" TO WS-RESPONSE-OVERFLOW
    MOVE "N" TO WS-RESPONSE-EOF
    OPEN INPUT RESPONSE-FILE
    IF WS-RESPONSE-FILE-STATUS NOT = "00"
        DISPLAY "Bank response file REFNDACK could not be opened"
            " - status " WS-RESPONSE-FILE-STATUS
    ELSE
        PERFORM READ-RESPONSE-RECORD
        PERFORM LOAD-RESPONSE-ENTRY
            UNTIL RESPONSE-EOF OR RESPONSE-TABLE-FULL
        CLOSE RESPONSE-FILE
        IF RESPONSE-TABLE-FULL
            DISPLAY "More than 500 responses in REFNDACK - split the"
                " file and rerun; nothing has been applied"
        ELSE
            PERFORM APPLY-REFUND-RESPONSES
        END-IF
    END-IF.

LOAD-RESPONSE-ENTRY.
    IF WS-RESPONSE-COUNT = 500
        SET RESPONSE-TABLE-FULL TO TRUE
    ELSE
        ADD 1 TO WS-RESPONSE-COUNT
        ADD 1 TO WS-RESPONSE-READ-COUNT
        MOVE RESPONSE-REFERENCE TO WS-RESPONSE-REF (WS-RESPONSE-COUNT)
        MOVE RESPONSE-CODE TO WS-RESPONSE-CODE (WS-RESPONSE-COUNT)
        MOVE RESPONSE-DATE TO WS-RESPONSE-DATE (WS-RESPONSE-COUNT)
        IF RESPONSE-AMOUNT IS NUMERIC
            MOVE RESPONSE-AMOUNT
                TO WS-RESPONSE-AMOUNT (WS-RESPONSE-COUNT)
        ELSE
            MOVE ZERO TO WS-RESPONSE-AMOUNT (WS-RESPONSE-COUNT)
        END-IF
        MOVE "N" TO WS-RESPONSE-USED (WS-RESPONSE-COUNT)
        PERFORM READ-RESPONSE-RECORD
    END-IF.

APPLY-REFUND-RESPONSES.
    MOVE "N" TO WS-REFUND-EOF
    OPEN INPUT REFUND-FILE
    IF WS-REFUND-FILE-STATUS NOT = "00"
        DISPLAY "Refund file REFUNDS could not be opened - status "
            WS-REFUND-FILE-STATUS
    ELSE
        OPEN OUTPUT REFUND-WORK-FILE
        IF WS-REFUND-WORK-STATUS NOT = "00"
            DISPLAY "Refund work file REFNDWRK could not be opened"
                " - status " WS-REFUND-WORK-STATUS
            CLOSE REFUND-FILE
        ELSE
            DISPLAY "===== BANK REFUND RESPONSES - " WS-TODAY-DATE
                " ====="
            PERFORM READ-REFUND-RECORD
            PERFORM MATCH-REFUND-RESPONSE UNTIL REFUND-EOF
            CLOSE REFUND-FILE
            CLOSE REFUND-WORK-FILE
            PERFORM REPLACE-REFUND-FILE
            PERFORM REPORT-UNMATCHED-RESPONSE
                VARYING WS-RESPONSE-SUB FROM 1 BY 1
                UNTIL WS-RESPONSE-SUB > WS-RESPONSE-COUNT
            DISPLAY "Responses read:     " WS-RESPONSE-READ-COUNT
            DISPLAY "Refunds paid:       " WS-RESPONSE-PAID-COUNT
                "  amount " WS-RESPONSE-PAID-TOTAL
            DISPLAY "Refunds returned:   " WS-RESPONSE-RETURN-COUNT
                "  amount " WS-RESPONSE-RETURN-TOTAL
                "  (restored to TAXCRED)"
            DISPLAY "Responses unmatched: " WS-RESPONSE-UNMATCHED-COUNT
            DISPLAY "Returns not credited: " WS-RESPONSE-FAILED-COUNT
                "  (left as sent)"
            DISPLAY "======================================"
        END-IF
    END-IF.

MATCH-REFUND-RESPONSE.
    IF REFUND-IS-SENT
        MOVE ZERO TO WS-RESPONSE-HIT
        PERFORM FIND-RESPONSE-ENTRY
            VARYING WS-RESPONSE-SUB FROM 1 BY 1
            UNTIL WS-RESPONSE-SUB > WS-RESPONSE-COUNT
               OR WS-RESPONSE-HIT > ZERO
        IF WS-RESPONSE-HIT > ZERO
            PERFORM APPLY-RESPONSE-TO-REFUND
        END-IF
    END-IF
    MOVE REFUND-RECORD TO WORK-REFUND-RECORD
    WRITE WORK-REFUND-RECORD
    PERFORM READ-REFUND-RECORD.

FIND-RESPONSE-ENTRY.
    IF WS-RESPONSE-REF (WS-RESPONSE-SUB) = REFUND-REFERENCE
       AND WS-RESPONSE-USED (WS-RESPONSE-SUB) = "N"
       AND (WS-RESPONSE-CODE (WS-RESPONSE-SUB) = "P"
            OR WS-RESPONSE-CODE (WS-RESPONSE-SUB) = "R")
        MOVE WS-RESPONSE-SUB TO WS-RESPONSE-HIT
    END-IF.

APPLY-RESPONSE-TO-REFUND.
    MOVE "Y" TO WS-RESPONSE-USED (WS-RESPONSE-HIT)
    IF WS-RESPONSE-AMOUNT (WS-RESPONSE-HIT) NOT = REFUND-AMOUNT
        DISPLAY "WARNING: bank amount "
            WS-RESPONSE-AMOUNT (WS-RESPONSE-HIT)
            " differs from refund " REFUND-AMOUNT
            " for reference " REFUND-REFERENCE
    END-IF
    IF WS-RESPONSE-CODE (WS-RESPONSE-HIT) = "P"
        MOVE "P" TO REFUND-STATUS
        PERFORM SET-REFUND-STATUS-DATE
        ADD 1 TO WS-RESPONSE-PAID-COUNT
        ADD REFUND-AMOUNT TO WS-RESPONSE-PAID-TOTAL
        DISPLAY "Reference " REFUND-REFERENCE
            "  Taxpayer " REFUND-TAXPAYER-ID
            "  Refund " REFUND-AMOUNT "  PAID"
    ELSE
        MOVE REFUND-TAXPAYER-ID TO WS-BALANCE-ID
        PERFORM READ-CREDIT-BALANCE
        ADD REFUND-AMOUNT TO WS-CREDIT-AMOUNT
        PERFORM SAVE-CREDIT-BALANCE
        IF CREDIT-WAS-SAVED
            MOVE "R" TO REFUND-STATUS
            PERFORM SET-REFUND-STATUS-DATE
            ADD 1 TO WS-RESPONSE-RETURN-COUNT
            ADD REFUND-AMOUNT TO WS-RESPONSE-RETURN-TOTAL
            DISPLAY "Reference " REFUND-REFERENCE
                "  Taxpayer " REFUND-TAXPAYER-ID
                "  Refund " REFUND-AMOUNT
                "  RETURNED - credit balance now " WS-CREDIT-AMOUNT
            MOVE "REFUND-RETURNED" TO WS-AUDIT-ACTION
            MOVE REFUND-TAXPAYER-ID TO WS-AUDIT-TAXPAYER-ID
            MOVE REFUND-AMOUNT TO WS-AUDIT-AMOUNT
            PERFORM LOG-PAYMENT-AUDIT
        ELSE
            ADD 1 TO WS-RESPONSE-FAILED-COUNT
            DISPLAY "Reference " REFUND-REFERENCE
                "  Taxpayer " REFUND-TAXPAYER-ID
                "  Refund " REFUND-AMOUNT
                "  RETURNED but credit not restored - left as sent"
        END-IF
    END-IF.

SET-REFUND-STATUS-DATE.
    IF WS-RESPONSE-DATE (WS-RESPONSE-HIT) IS NUMERIC
        MOVE WS-RESPONSE-DATE (WS-RESPONSE-HIT) TO REFUND-STATUS-DATE
    ELSE
        MOVE WS-TODAY-DATE TO REFUND-STATUS-DATE
    END-IF.

REPORT-UNMATCHED-RESPONSE.
    IF WS-RESPONSE-USED (WS-RESPONSE-SUB) = "N"
        ADD 1 TO WS-RESPONSE-UNMATCHED-COUNT
        DISPLAY "UNMATCHED response - reference "
            WS-RESPONSE-REF (WS-RESPONSE-SUB)
            "  Code " WS-RESPONSE-CODE (WS-RESPONSE-SUB)
            "  Amount " WS-RESPONSE-AMOUNT (WS-RESPONSE-SUB)
    END-IF.

READ-RESPONSE-RECORD.
    READ RESPONSE-FILE
        AT END
            SET RESPONSE-EOF TO TRUE
    END-READ.

REFUND-STATUS-INQUIRY.
    DISPLAY "Enter taxpayer ID (blank for all refunds): "
    ACCEPT WS-REFUND-ID
    MOVE ZERO TO WS-REFUND-LINE-COUNT
    MOVE "N" TO WS-REFUND-EOF
    OPEN INPUT REFUND-FILE
    IF WS-REFUND-FILE-STATUS NOT = "00"
        DISPLAY "Refund file REFUNDS could not be opened - status "
            WS-REFUND-FILE-STATUS
    ELSE
        DISPLAY "===== REFUND STATUS INQUIRY ====="
        PERFORM READ-REFUND-RECORD
        PERFORM DISPLAY-REFUND-STATUS-LINE UNTIL REFUND-EOF
        CLOSE REFUND-FILE
        DISPLAY "Refunds listed: " WS-REFUND-LINE-COUNT
        DISPLAY "======================================"
    END-IF.

DISPLAY-REFUND-STATUS-LINE.
    IF WS-REFUND-ID = SPACES OR WS-REFUND-ID = REFUND-TAXPAYER-ID
        ADD 1 TO WS-REFUND-LINE-COUNT
        EVALUATE TRUE
            WHEN REFUND-IS-APPROVED
                DISPLAY "Taxpayer " REFUND-TAXPAYER-ID
                    "  Amount " REFUND-AMOUNT
                    "  Approved " REFUND-APPROVED-DATE
                    " by " REFUND-OPERATOR-ID
                    "  Status: APPROVED"
            WHEN REFUND-IS-SENT
                DISPLAY "Taxpayer " REFUND-TAXPAYER-ID
                    "  Amount " REFUND-AMOUNT
                    "  Approved " REFUND-APPROVED-DATE
                    "  Status: SENT " REFUND-STATUS-DATE
                    "  Reference " REFUND-REFERENCE
            WHEN REFUND-IS-PAID
                DISPLAY "Taxpayer " REFUND-TAXPAYER-ID
                    "  Amount " REFUND-AMOUNT
                    "  Approved " REFUND-APPROVED-DATE
                    "  Status: PAID " REFUND-STATUS-DATE
                    "  Reference " REFUND-REFERENCE
            WHEN REFUND-IS-RETURNED
                DISPLAY "Taxpayer " REFUND-TAXPAYER-ID
                    "  Amount " REFUND-AMOUNT
                    "  Approved " REFUND-APPROVED-DATE
                    "  Status: RETURNED " REFUND-STATUS-DATE
                    "  Reference " REFUND-REFERENCE
            WHEN OTHER
                DISPLAY "Taxpayer " REFUND-TAXPAYER-ID
                    "  Amount " REFUND-AMOUNT
                    "  Status: " REFUND-STATUS " (unknown)"
        END-EVALUATE
    END-IF
    PERFORM READ-REFUND-RECORD.

OPEN-INSTALLMENT-FILE.
    OPEN I-O INSTALLMENT-FILE
    IF WS-INSTALLMENT-FILE-STATUS = "35"
    MOVE BANK-AMOUNT TO SUSPENSE-AMOUNT
    MOVE BANK-VALUE-DATE TO SUSPENSE-VALUE-DATE
    MOVE WS-SUSPENSE-REASON TO SUSPENSE-REASON-CODE
    SET SUSPENSE-IS-OPEN TO TRUE
    MOVE SPACES TO SUSPENSE-RESOLVED-ID
    MOVE SPACES TO SUSPENSE-RESOLVED-DATE
    MOVE SPACES TO SUSPENSE-RESOLVED-BY
    MOVE SPACES TO SUSPENSE-WRITE-OFF-REASON
    OPEN EXTEND SUSPENSE-FILE
    IF WS-SUSPENSE-FILE-STATUS = "35"
        OPEN OUTPUT SUSPENSE-FILE
            SET BANK-EOF TO TRUE
    END-READ.

SUSPENSE-WORKBENCH.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE ZERO TO WS-SUSPENSE-OPEN-COUNT
    MOVE ZERO TO WS-SUSPENSE-COPY-COUNT
    MOVE ZERO TO WS-SUSPENSE-REASSIGN-COUNT
    MOVE ZERO TO WS-SUSPENSE-REASSIGN-TOTAL
    MOVE ZERO TO WS-SUSPENSE-RETURN-COUNT
    MOVE ZERO TO WS-SUSPENSE-RETURN-TOTAL
    MOVE ZERO TO WS-SUSPENSE-WRITEOFF-COUNT
    MOVE ZERO TO WS-SUSPENSE-WRITEOFF-TOTAL
    MOVE "N" TO WS-SUSPENSE-EOF
    MOVE "N" TO WS-SUSPENSE-QUIT
    DISPLAY "Enter bank reference to work (blank for all open items): "
    ACCEPT WS-SUSPENSE-SELECT
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-FILE-STATUS NOT = "00"
        DISPLAY "Suspense file SUSPENSE could not be opened - status "
            WS-SUSPENSE-FILE-STATUS
    ELSE
        OPEN OUTPUT SUSPENSE-WORK-FILE
        IF WS-SUSPENSE-WORK-STATUS NOT = "00"
            DISPLAY "Suspense work file SUSPWORK could not be opened"
                " - status " WS-SUSPENSE-WORK-STATUS
            CLOSE SUSPENSE-FILE
        ELSE
            DISPLAY "===== SUSPENSE WORKBENCH - " WS-TODAY-DATE " ====="
            PERFORM READ-SUSPENSE-RECORD
            PERFORM WORK-SUSPENSE-ITEM UNTIL SUSPENSE-EOF
            CLOSE SUSPENSE-FILE
            CLOSE SUSPENSE-WORK-FILE
            PERFORM REPLACE-SUSPENSE-FILE
            DISPLAY "Open items presented: " WS-SUSPENSE-OPEN-COUNT
            DISPLAY "Reassigned and posted: " WS-SUSPENSE-REASSIGN-COUNT
                "  amount " WS-SUSPENSE-REASSIGN-TOTAL
            DISPLAY "Returned to payer:     " WS-SUSPENSE-RETURN-COUNT
                "  amount " WS-SUSPENSE-RETURN-TOTAL
            DISPLAY "Written off:           " WS-SUSPENSE-WRITEOFF-COUNT
                "  amount " WS-SUSPENSE-WRITEOFF-TOTAL
            DISPLAY "======================================"
        END-IF
    END-IF.

WORK-SUSPENSE-ITEM.
    IF SUSPENSE-IS-OPEN AND NOT SUSPENSE-WORK-QUIT
        IF WS-SUSPENSE-SELECT = SPACES
           OR WS-SUSPENSE-SELECT = SUSPENSE-REFERENCE
            PERFORM PRESENT-SUSPENSE-ITEM
        END-IF
    END-IF
    MOVE SUSPENSE-RECORD TO WORK-SUSPENSE-RECORD
    WRITE WORK-SUSPENSE-RECORD
    PERFORM READ-SUSPENSE-RECORD.

PRESENT-SUSPENSE-ITEM.
    ADD 1 TO WS-SUSPENSE-OPEN-COUNT
    DISPLAY "Reference " SUSPENSE-REFERENCE
        "  Payer ID " SUSPENSE-TAXPAYER-ID
        "  Amount: " SUSPENSE-AMOUNT
        "  Value date " SUSPENSE-VALUE-DATE
        "  Reason " SUSPENSE-REASON-CODE
    DISPLAY "R=Reassign and post, T=Return to payer, W=Write off,"
        " S=Skip, Q=Quit: "
    ACCEPT WS-SUSPENSE-ACTION
    EVALUATE WS-SUSPENSE-ACTION
        WHEN "R" PERFORM REASSIGN-SUSPENSE-ITEM
        WHEN "r" PERFORM REASSIGN-SUSPENSE-ITEM
        WHEN "T" PERFORM RETURN-SUSPENSE-ITEM
        WHEN "t" PERFORM RETURN-SUSPENSE-ITEM
        WHEN "W" PERFORM WRITE-OFF-SUSPENSE-ITEM
        WHEN "w" PERFORM WRITE-OFF-SUSPENSE-ITEM
        WHEN "Q" SET SUSPENSE-WORK-QUIT TO TRUE
        WHEN "q" SET SUSPENSE-WORK-QUIT TO TRUE
        WHEN OTHER DISPLAY "Item left open in suspense"
    END-EVALUATE.

REASSIGN-SUSPENSE-ITEM.
    IF SUSPENSE-AMOUNT IS NOT NUMERIC OR SUSPENSE-AMOUNT NOT > ZERO
        DISPLAY "Amount is not a valid positive value - item cannot be"
            " posted; return it or write it off"
    ELSE
        DISPLAY "Enter taxpayer ID to receive the payment: "
        ACCEPT WS-SUSPENSE-NEW-ID
        MOVE "N" TO WS-BANK-MATCHED
        PERFORM OPEN-TAXPAYER-MASTER
        MOVE WS-SUSPENSE-NEW-ID TO TAXPAYER-ID
        READ TAXPAYER-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET BANK-ITEM-MATCHED TO TRUE
        END-READ
        CLOSE TAXPAYER-MASTER-FILE
        IF NOT BANK-ITEM-MATCHED
            DISPLAY "No master record on file for taxpayer "
                WS-SUSPENSE-NEW-ID " - item left open"
        ELSE
            MOVE WS-SUSPENSE-NEW-ID TO LEDGER-TAXPAYER-ID
            MOVE SUSPENSE-VALUE-DATE TO LEDGER-PAYMENT-DATE
            MOVE SUSPENSE-REFERENCE TO LEDGER-RECEIPT-NUMBER
            MOVE SUSPENSE-AMOUNT TO LEDGER-AMOUNT
            PERFORM WRITE-LEDGER-POSTING
            IF LEDGER-WAS-POSTED
                SET SUSPENSE-IS-REASSIGNED TO TRUE
                MOVE WS-SUSPENSE-NEW-ID TO SUSPENSE-RESOLVED-ID
                MOVE WS-TODAY-DATE TO SUSPENSE-RESOLVED-DATE
                MOVE USER-OPERATOR-ID TO SUSPENSE-RESOLVED-BY
                ADD 1 TO WS-SUSPENSE-REASSIGN-COUNT
                ADD SUSPENSE-AMOUNT TO WS-SUSPENSE-REASSIGN-TOTAL
                DISPLAY "Payment of " SUSPENSE-AMOUNT
                    " posted for taxpayer " WS-SUSPENSE-NEW-ID
                    " under receipt " SUSPENSE-REFERENCE
                MOVE "SUSPENSE-REASSIGN" TO WS-AUDIT-ACTION
                MOVE WS-SUSPENSE-NEW-ID TO WS-AUDIT-TAXPAYER-ID
                MOVE SUSPENSE-AMOUNT TO WS-AUDIT-AMOUNT
                PERFORM LOG-PAYMENT-AUDIT
                MOVE WS-SUSPENSE-NEW-ID TO WS-BALANCE-ID
                MOVE SUSPENSE-AMOUNT TO WS-POSTED-AMOUNT
                PERFORM APPLY-PAYMENT-TO-PLAN
                PERFORM CHECK-FOR-OVERPAYMENT
            ELSE
                DISPLAY "Ledger posting failed - item left open"
            END-IF
        END-IF
    END-IF.

RETURN-SUSPENSE-ITEM.
    SET SUSPENSE-IS-RETURNED TO TRUE
    MOVE SPACES TO SUSPENSE-RESOLVED-ID
    MOVE WS-TODAY-DATE TO SUSPENSE-RESOLVED-DATE
    MOVE USER-OPERATOR-ID TO SUSPENSE-RESOLVED-BY
    MOVE SUSPENSE-RECORD TO RETURN-SUSPENSE-RECORD
    OPEN EXTEND SUSPENSE-RETURN-FILE
    IF WS-SUSPENSE-RETURN-STATUS = "35"
        OPEN OUTPUT SUSPENSE-RETURN-FILE
    END-IF
    IF WS-SUSPENSE-RETURN-STATUS = "00"
        WRITE RETURN-SUSPENSE-RECORD
        CLOSE SUSPENSE-RETURN-FILE
        ADD 1 TO WS-SUSPENSE-RETURN-COUNT
        IF SUSPENSE-AMOUNT IS NUMERIC
            ADD SUSPENSE-AMOUNT TO WS-SUSPENSE-RETURN-TOTAL
            MOVE SUSPENSE-AMOUNT TO WS-AUDIT-AMOUNT
        ELSE
            MOVE ZERO TO WS-AUDIT-AMOUNT
        END-IF
        DISPLAY "Reference " SUSPENSE-REFERENCE
            " queued for return to payer"
        MOVE "SUSPENSE-RETURN" TO WS-AUDIT-ACTION
        MOVE SUSPENSE-TAXPAYER-ID TO WS-AUDIT-TAXPAYER-ID
        PERFORM LOG-PAYMENT-AUDIT
    ELSE
        SET SUSPENSE-IS-OPEN TO TRUE
        MOVE SPACES TO SUSPENSE-RESOLVED-DATE
        MOVE SPACES TO SUSPENSE-RESOLVED-BY
        DISPLAY "Return file SUSPRTN could not be written - status "
            WS-SUSPENSE-RETURN-STATUS " - item left open"
    END-IF.

WRITE-OFF-SUSPENSE-ITEM.
    DISPLAY "Enter write-off reason: "
    ACCEPT WS-SUSPENSE-NOTE
    IF WS-SUSPENSE-NOTE = SPACES
        DISPLAY "A write-off reason is required - item left open"
    ELSE
        SET SUSPENSE-IS-WRITTEN-OFF TO TRUE
        MOVE SPACES TO SUSPENSE-RESOLVED-ID
        MOVE WS-TODAY-DATE TO SUSPENSE-RESOLVED-DATE
        MOVE USER-OPERATOR-ID TO SUSPENSE-RESOLVED-BY
        MOVE WS-SUSPENSE-NOTE TO SUSPENSE-WRITE-OFF-REASON
        ADD 1 TO WS-SUSPENSE-WRITEOFF-COUNT
        IF SUSPENSE-AMOUNT IS NUMERIC
            ADD SUSPENSE-AMOUNT TO WS-SUSPENSE-WRITEOFF-TOTAL
            MOVE SUSPENSE-AMOUNT TO WS-AUDIT-AMOUNT
        ELSE
            MOVE ZERO TO WS-AUDIT-AMOUNT
        END-IF
        DISPLAY "Reference " SUSPENSE-REFERENCE " written off"
        MOVE "SUSPENSE-WRITEOFF" TO WS-AUDIT-ACTION
        MOVE SUSPENSE-TAXPAYER-ID TO WS-AUDIT-TAXPAYER-ID
        PERFORM LOG-PAYMENT-AUDIT
    END-IF.

REPLACE-SUSPENSE-FILE.
    MOVE "N" TO WS-SUSPENSE-EOF
    OPEN INPUT SUSPENSE-WORK-FILE
    IF WS-SUSPENSE-WORK-STATUS NOT = "00"
        DISPLAY "SUSPENSE NOT UPDATED - work file SUSPWORK could not"
            " be opened - status " WS-SUSPENSE-WORK-STATUS
        DISPLAY "Items worked in this session still show as open -"
            " do not work them again"
    ELSE
        OPEN OUTPUT SUSPENSE-FILE
        IF WS-SUSPENSE-FILE-STATUS NOT = "00"
            DISPLAY "SUSPENSE NOT UPDATED - suspense file SUSPENSE"
                " could not be rewritten - status "
                WS-SUSPENSE-FILE-STATUS
            DISPLAY "Updated items remain in SUSPWORK - do not work"
                " them again"
            CLOSE SUSPENSE-WORK-FILE
        ELSE
            PERFORM READ-SUSPENSE-WORK-RECORD
            PERFORM COPY-SUSPENSE-WORK-RECORD UNTIL SUSPENSE-EOF
            CLOSE SUSPENSE-WORK-FILE
            CLOSE SUSPENSE-FILE
        END-IF
    END-IF.

COPY-SUSPENSE-WORK-RECORD.
    MOVE WORK-SUSPENSE-RECORD TO SUSPENSE-RECORD
    WRITE SUSPENSE-RECORD
    ADD 1 TO WS-SUSPENSE-COPY-COUNT
    PERFORM READ-SUSPENSE-WORK-RECORD.

READ-SUSPENSE-RECORD.
    READ SUSPENSE-FILE
        AT END
            SET SUSPENSE-EOF TO TRUE
    END-READ.

READ-SUSPENSE-WORK-RECORD.
    READ SUSPENSE-WORK-FILE
        AT END
            SET SUSPENSE-EOF TO TRUE
    END-READ.

LOG-PAYMENT-AUDIT.
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

SUSPENSE-AGING-REPORT.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAY-DATE TO WS-DAYNUM-DATE
    PERFORM COMPUTE-DAY-NUMBER
    MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
    INITIALIZE WS-AGING-TABLE
    MOVE ZERO TO WS-AGING-UNDATED-COUNT
    MOVE ZERO TO WS-AGING-UNDATED-TOTAL
    MOVE ZERO TO WS-AGING-GRAND-COUNT
    MOVE ZERO TO WS-AGING-GRAND-TOTAL
    MOVE "N" TO WS-SUSPENSE-EOF
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-FILE-STATUS NOT = "00"
        DISPLAY "Suspense file SUSPENSE could not be opened - status "
            WS-SUSPENSE-FILE-STATUS
    ELSE
        DISPLAY "===== SUSPENSE AGING REPORT - " WS-TODAY-DATE " ====="
        PERFORM READ-SUSPENSE-RECORD
        PERFORM AGE-SUSPENSE-ITEM UNTIL SUSPENSE-EOF
        CLOSE SUSPENSE-FILE
        DISPLAY "--------------------------------------"
        DISPLAY "Reason   Days      Items    Amount"
        PERFORM DISPLAY-AGING-REASON
            VARYING WS-AGING-REASON-SUB FROM 1 BY 1
            UNTIL WS-AGING-REASON-SUB > 4
        IF WS-AGING-UNDATED-COUNT > ZERO
            DISPLAY "Items with no valid value date: "
                WS-AGING-UNDATED-COUNT
                "  amount " WS-AGING-UNDATED-TOTAL
        END-IF
        DISPLAY "Open items in suspense: " WS-AGING-GRAND-COUNT
        DISPLAY "Total held in suspense: " WS-AGING-GRAND-TOTAL
        DISPLAY "======================================"
    END-IF.

AGE-SUSPENSE-ITEM.
    IF SUSPENSE-IS-OPEN
        IF SUSPENSE-AMOUNT IS NUMERIC
            MOVE SUSPENSE-AMOUNT TO WS-AGING-ITEM-AMOUNT
        ELSE
            MOVE ZERO TO WS-AGING-ITEM-AMOUNT
        END-IF
        ADD 1 TO WS-AGING-GRAND-COUNT
        ADD WS-AGING-ITEM-AMOUNT TO WS-AGING-GRAND-TOTAL
        EVALUATE TRUE
            WHEN SUSPENSE-UNKNOWN-TAXPAYER MOVE 1 TO WS-AGING-REASON-SUB
            WHEN SUSPENSE-BAD-AMOUNT MOVE 2 TO WS-AGING-REASON-SUB
            WHEN SUSPENSE-POSTING-FAILED MOVE 3 TO WS-AGING-REASON-SUB
            WHEN OTHER MOVE 4 TO WS-AGING-REASON-SUB
        END-EVALUATE
        MOVE SUSPENSE-VALUE-DATE TO WS-DAYNUM-DATE
        PERFORM COMPUTE-DAY-NUMBER
        IF DAYNUM-IS-VALID
            COMPUTE WS-AGING-DAYS = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
            EVALUATE TRUE
                WHEN WS-AGING-DAYS NOT > 30
                    MOVE 1 TO WS-AGING-BUCKET-SUB
                WHEN WS-AGING-DAYS NOT > 60
                    MOVE 2 TO WS-AGING-BUCKET-SUB
                WHEN WS-AGING-DAYS NOT > 90
                    MOVE 3 TO WS-AGING-BUCKET-SUB
                WHEN OTHER
                    MOVE 4 TO WS-AGING-BUCKET-SUB
            END-EVALUATE
            ADD 1 TO WS-AGING-COUNT
                (WS-AGING-REASON-SUB, WS-AGING-BUCKET-SUB)
            ADD WS-AGING-ITEM-AMOUNT TO WS-AGING-AMOUNT
                (WS-AGING-REASON-SUB, WS-AGING-BUCKET-SUB)
            DISPLAY "Reference " SUSPENSE-REFERENCE
                "  Reason " SUSPENSE-REASON-CODE
                "  Value date " SUSPENSE-VALUE-DATE
                "  Days held " WS-AGING-DAYS
                "  Amount: " WS-AGING-ITEM-AMOUNT
        ELSE
            ADD 1 TO WS-AGING-UNDATED-COUNT
            ADD WS-AGING-ITEM-AMOUNT TO WS-AGING-UNDATED-TOTAL
            DISPLAY "Reference " SUSPENSE-REFERENCE
                "  Reason " SUSPENSE-REASON-CODE
                "  Value date " SUSPENSE-VALUE-DATE
                "  (invalid date)  Amount: " WS-AGING-ITEM-AMOUNT
        END-IF
    END-IF
    PERFORM READ-SUSPENSE-RECORD.

DISPLAY-AGING-REASON.
    PERFORM DISPLAY-AGING-BUCKET
        VARYING WS-AGING-BUCKET-SUB FROM 1 BY 1
        UNTIL WS-AGING-BUCKET-SUB > 4.

DISPLAY-AGING-BUCKET.
    EVALUATE WS-AGING-REASON-SUB
        WHEN 1 MOVE "UT" TO WS-SUSPENSE-REASON
        WHEN 2 MOVE "BA" TO WS-SUSPENSE-REASON
        WHEN 3 MOVE "PF" TO WS-SUSPENSE-REASON
        WHEN OTHER MOVE "??" TO WS-SUSPENSE-REASON
    END-EVALUATE
    IF WS-AGING-REASON-SUB < 4
       OR WS-AGING-COUNT (WS-AGING-REASON-SUB, WS-AGING-BUCKET-SUB)
          > ZERO
        EVALUATE WS-AGING-BUCKET-SUB
            WHEN 1
                DISPLAY WS-SUSPENSE-REASON "       0-30    "
                    WS-AGING-COUNT (WS-AGING-REASON-SUB, 1) "  "
                    WS-AGING-AMOUNT (WS-AGING-REASON-SUB, 1)
            WHEN 2
                DISPLAY WS-SUSPENSE-REASON "       31-60   "
                    WS-AGING-COUNT (WS-AGING-REASON-SUB, 2) "  "
                    WS-AGING-AMOUNT (WS-AGING-REASON-SUB, 2)
            WHEN 3
                DISPLAY WS-SUSPENSE-REASON "       61-90   "
                    WS-AGING-COUNT (WS-AGING-REASON-SUB, 3) "  "
                    WS-AGING-AMOUNT (WS-AGING-REASON-SUB, 3)
            WHEN OTHER
                DISPLAY WS-SUSPENSE-REASON "       90+     "
                    WS-AGING-COUNT (WS-AGING-REASON-SUB, 4) "  "
                    WS-AGING-AMOUNT (WS-AGING-REASON-SUB, 4)
        END-EVALUATE
    END-IF.

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

RECEIPT-HISTORY-INQUIRY.
    DISPLAY "Enter taxpayer ID: "
    ACCEPT WS-BALANCE-ID
        AT END
            SET PAYMENT-EOF TO TRUE
    END-READ.

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
