    SELECT REVENUE-ARCHIVE-FILE ASSIGN USING WS-REVENUE-ARCHIVE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-REVENUE-ARCHIVE-STATUS.
    SELECT INTEGRITY-CONTROL-FILE ASSIGN TO "INTEGCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-INTEGRITY-FILE-STATUS.
    SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY PROFILE-OPERATOR-ID
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-PROFILE-FILE-STATUS.
    SELECT EMPLOYER-MASTER-FILE ASSIGN TO "EMPMSTR"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-EMPLOYER-FILE-STATUS.
    SELECT CONTRIBUTION-REGISTER-FILE ASSIGN TO "CONTREG"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY REGISTER-KEY
        ALTERNATE RECORD KEY REGISTER-EMPLOYEE-ID WITH DUPLICATES
        SHARING WITH ALL OTHER
        LOCK MODE AUTOMATIC
        FILE STATUS WS-REGISTER-FILE-STATUS.
    SELECT BATCH-ARCHIVE-FILE ASSIGN USING WS-BATCH-ARCHIVE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-BATCH-ARCHIVE-STATUS.
    SELECT BANK-TRANSFER-FILE ASSIGN TO "BANKFILE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-BANK-FILE-STATUS.
    SELECT BANK-ARCHIVE-FILE ASSIGN USING WS-BANK-ARCHIVE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-BANK-ARCHIVE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS WS-RUNCTL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BATCH-INPUT-FILE.
FD  REVENUE-ARCHIVE-FILE.
COPY "REVENUE-EXTRACT.CPY"
    REPLACING LEADING ==REVENUE== BY ==ARCH-REVENUE==.
FD  INTEGRITY-CONTROL-FILE.
COPY "INTEGRITY-CONTROL.CPY".
FD  OPERATOR-PROFILE-FILE.
COPY "OPERATOR-PROFILE.CPY".
FD  EMPLOYER-MASTER-FILE.
COPY "EMPLOYER-MASTER.CPY".
FD  CONTRIBUTION-REGISTER-FILE.
COPY "CONTRIBUTION-REGISTER.CPY".
FD  BATCH-ARCHIVE-FILE.
COPY "BATCH-RECORD.CPY"
    REPLACING LEADING ==BATCH== BY ==ARCH-BATCH==.
FD  BANK-TRANSFER-FILE.
COPY "BANK-RECORD.CPY".
FD  BANK-ARCHIVE-FILE.
COPY "BANK-RECORD.CPY"
    REPLACING LEADING ==BANK== BY ==ARCH-BANK==.
FD  RUN-CONTROL-FILE.
COPY "RUN-CONTROL.CPY".
WORKING-STORAGE SECTION.
COPY "USER-STRUCTURE.CPY".
77  WS-BATCH-FILE-STATUS            PIC X(02).
    88  BATCH-EOF                   VALUE "Y".
77  WS-BATCH-FILE-OPEN              PIC X(01) VALUE "N".
    88  BATCH-FILE-IS-OPEN          VALUE "Y".
77  WS-BATCH-OPEN-STATUS            PIC X(02).
77  WS-BATCH-RECORD-COUNT           PIC 9(07) VALUE ZERO.
77  WS-CHECKPOINT-FILE-STATUS       PIC X(02).
77  WS-HISTORY-FILE-STATUS          PIC X(02).
77  WS-HISTORY-EOF                  PIC X(01) VALUE "N".
77  WS-REMIT-EMPLOYEE-COUNT         PIC 9(05).
77  WS-REMIT-UNBALANCED-COUNT       PIC 9(05).
77  WS-EMPLOYER-FILE-STATUS         PIC X(02).
77  WS-REGISTER-FILE-STATUS         PIC X(02).
77  WS-REMIT-EMPLOYER-STATE         PIC X(01) VALUE "N".
    88  REMIT-EMPLOYER-REJECTED     VALUE "R".
77  WS-REMIT-REJECTED-COUNT         PIC 9(05).
77  WS-REGISTER-FAILED-COUNT        PIC 9(05).
77  WS-PERIOD-FILE-STATUS           PIC X(02).
77  WS-AUDIT-FILE-STATUS            PIC X(02).
77  WS-AUDIT-ARCHIVE-STATUS         PIC X(02).
    88  ARCHIVE-EOF                 VALUE "Y".
77  WS-ARCHIVE-COUNT                PIC 9(07).
77  WS-CONFIRM-CLOSE                PIC X(01).
77  WS-INTEGRITY-FILE-STATUS        PIC X(02).
77  WS-INTEGRITY-FOUND              PIC X(01).
    88  INTEGRITY-WAS-FOUND         VALUE "Y".
77  WS-CLOSE-CLEARED                PIC X(01).
    88  CLOSE-IS-CLEARED            VALUE "Y".
77  WS-OVERRIDE-ID                  PIC X(08).
77  WS-PROFILE-FILE-STATUS          PIC X(02).
77  WS-AUDIT-DATE                   PIC X(08).
77  WS-AUDIT-TIME                   PIC X(08).
77  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
77  WS-CHECKPOINT-FOUND             PIC X(01).
    88  CHECKPOINT-WAS-FOUND        VALUE "Y".
77  SUMMARY-TOTAL-TAX                PIC S9(9)V99 VALUE ZERO.
77  SUMMARY-TOTAL-CONTRIBUTION       PIC S9(9)V99 VALUE ZERO.
77  SUMMARY-TOTAL-PENSION            PIC S9(9)V99 VALUE ZERO.
77  WS-COMMAND-LINE                 PIC X(20) VALUE SPACES.
77  WS-RUNCTL-FILE-STATUS           PIC X(02).
77  WS-RUNCTL-EOF                   PIC X(01) VALUE "N".
    88  RUNCTL-EOF                  VALUE "Y".
77  WS-CYCLE-DATE                   PIC X(08).
77  WS-LAST-CYCLE-DATE              PIC X(08).
77  WS-CYCLE-NEW                    PIC X(01) VALUE "N".
    88  CYCLE-IS-NEW                VALUE "Y".
77  WS-CYCLE-STATE                  PIC X(01) VALUE "N".
    88  CYCLE-HAS-FAILED            VALUE "F".
77  WS-STEP-SUB                     PIC 9(01).
77  WS-RESTART-STEP                 PIC 9(01).
77  WS-STEP-START-DATE              PIC X(08).
77  WS-STEP-START-TIME              PIC X(08).
77  WS-STEP-END-DATE                PIC X(08).
77  WS-STEP-END-TIME                PIC X(08).
77  WS-STEP-COUNT                   PIC 9(07).
77  WS-STEP-STATUS                  PIC X(01).
    88  STEP-COMPLETED              VALUE "C".
    88  STEP-WARNING                VALUE "W".
    88  STEP-FAILED                 VALUE "F".
    88  STEP-ARCHIVE-PENDING        VALUE "A".
77  WS-BATCH-ARCHIVE-NAME           PIC X(20).
77  WS-BATCH-ARCHIVE-STATUS         PIC X(02).
77  WS-BANK-FILE-STATUS             PIC X(02).
77  WS-BANK-EOF                     PIC X(01) VALUE "N".
    88  BANK-EOF                    VALUE "Y".
77  WS-BANK-ARCHIVE-NAME            PIC X(20).
77  WS-BANK-ARCHIVE-STATUS          PIC X(02).
77  WS-INPUT-ARCHIVED               PIC X(01).
    88  INPUT-WAS-ARCHIVED          VALUE "Y".
    88  ARCHIVE-WRITE-FAILED        VALUE "E".
01  NIGHTLY-STEP-NAME-VALUES.
    05  FILLER                      PIC X(20) VALUE "TAX BATCH".
    05  FILLER                      PIC X(20) VALUE "BANK FILE INTAKE".
    05  FILLER                      PIC X(20) VALUE "PENALTY INTEREST".
    05  FILLER                      PIC X(20)
        VALUE "MISSED INSTALLMENTS".
    05  FILLER                      PIC X(20) VALUE "RECONCILIATION".
01  NIGHTLY-STEP-NAME-TABLE REDEFINES NIGHTLY-STEP-NAME-VALUES.
    05  NIGHTLY-STEP-NAME OCCURS 5 TIMES PIC X(20).
01  NIGHTLY-STEP-DONE-TABLE.
    05  NIGHTLY-STEP-DONE OCCURS 5 TIMES PIC X(01).
PROCEDURE DIVISION.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    IF WS-COMMAND-LINE = "NIGHTLY"
        PERFORM NIGHTLY-CYCLE
    ELSE
        PERFORM INITIALIZE-SYSTEM
        PERFORM LOAD-PERIOD-CONTROL
        IF WS-CLOSED-PERIOD NOT = SPACES
            DISPLAY "Last closed period: " WS-CLOSED-PERIOD
        END-IF
        PERFORM LOAD-CHECKPOINT
        PERFORM MENU-SELECTION UNTIL STOP-RUNNING
        PERFORM DISPLAY-SUMMARY-REPORT
    END-IF
    STOP RUN.

INITIALIZE-SYSTEM.
    MOVE SPACES TO WS-OPERATOR-ID
    PERFORM OPERATOR-SIGN-ON UNTIL WS-OPERATOR-ID NOT = SPACES
    MOVE WS-OPERATOR-ID TO USER-OPERATOR-ID
    MOVE SPACES TO USER-REQUEST-CODE
    DISPLAY "Operator " WS-OPERATOR-ID " signed on".

NIGHTLY-CYCLE.
    MOVE "NIGHTLY" TO WS-OPERATOR-ID
    MOVE WS-OPERATOR-ID TO USER-OPERATOR-ID
    SET OPERATOR-IS-CLERK TO TRUE
    MOVE "NNNNN" TO USER-OPERATOR-RIGHTS
    MOVE SPACES TO USER-REQUEST-CODE
    MOVE "N" TO USER-BATCH-MODE
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    DISPLAY "===== NIGHTLY BATCH CYCLE - " WS-TODAY-DATE " ====="
    PERFORM LOAD-PERIOD-CONTROL
    PERFORM LOAD-CHECKPOINT
    PERFORM FIND-NIGHTLY-RESTART-STEP
    IF WS-RESTART-STEP > 5
        DISPLAY "Nightly cycle " WS-CYCLE-DATE
            " has already completed - nothing to run"
    ELSE
        IF CYCLE-IS-NEW
            MOVE SPACES TO WS-LAST-BATCH-ID
            MOVE SPACES TO USER-ID
            PERFORM SAVE-CHECKPOINT
            DISPLAY "Starting nightly cycle " WS-CYCLE-DATE
        ELSE
            DISPLAY "Restarting nightly cycle " WS-CYCLE-DATE
                " at step " WS-RESTART-STEP " "
                NIGHTLY-STEP-NAME(WS-RESTART-STEP)
        END-IF
        MOVE "N" TO WS-CYCLE-STATE
        PERFORM RUN-NIGHTLY-STEP
            VARYING WS-STEP-SUB FROM WS-RESTART-STEP BY 1
            UNTIL WS-STEP-SUB > 5 OR CYCLE-HAS-FAILED
        IF CYCLE-HAS-FAILED
            DISPLAY "NIGHTLY CYCLE STOPPED - the next run restarts"
                " at the failed step"
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "Nightly cycle " WS-CYCLE-DATE " completed"
        END-IF
        PERFORM DISPLAY-SUMMARY-REPORT
    END-IF
    DISPLAY "======================================".

FIND-NIGHTLY-RESTART-STEP.
    MOVE SPACES TO WS-LAST-CYCLE-DATE
    MOVE "NNNNN" TO NIGHTLY-STEP-DONE-TABLE
    MOVE "N" TO WS-RUNCTL-EOF
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-FILE-STATUS = "00"
        PERFORM READ-RUN-CONTROL-RECORD
        PERFORM TALLY-RUN-CONTROL-RECORD UNTIL RUNCTL-EOF
        CLOSE RUN-CONTROL-FILE
    END-IF
    MOVE 6 TO WS-RESTART-STEP
    PERFORM CHECK-NIGHTLY-STEP-DONE
        VARYING WS-STEP-SUB FROM 5 BY -1 UNTIL WS-STEP-SUB < 1
    MOVE "N" TO WS-CYCLE-NEW
    EVALUATE TRUE
        WHEN WS-LAST-CYCLE-DATE = SPACES
        WHEN WS-RESTART-STEP > 5
             AND WS-LAST-CYCLE-DATE < WS-TODAY-DATE
            SET CYCLE-IS-NEW TO TRUE
            MOVE WS-TODAY-DATE TO WS-CYCLE-DATE
            MOVE 1 TO WS-RESTART-STEP
        WHEN OTHER
            MOVE WS-LAST-CYCLE-DATE TO WS-CYCLE-DATE
    END-EVALUATE.

TALLY-RUN-CONTROL-RECORD.
    IF RUNCTL-CYCLE-DATE NOT = WS-LAST-CYCLE-DATE
        MOVE RUNCTL-CYCLE-DATE TO WS-LAST-CYCLE-DATE
        MOVE "NNNNN" TO NIGHTLY-STEP-DONE-TABLE
    END-IF
    IF RUNCTL-STEP-NUMBER > ZERO AND RUNCTL-STEP-NUMBER NOT > 5
        EVALUATE TRUE
            WHEN RUNCTL-STEP-COMPLETED
            WHEN RUNCTL-STEP-WARNING
                MOVE "Y" TO NIGHTLY-STEP-DONE(RUNCTL-STEP-NUMBER)
            WHEN RUNCTL-ARCHIVE-PENDING
                MOVE "A" TO NIGHTLY-STEP-DONE(RUNCTL-STEP-NUMBER)
            WHEN RUNCTL-STEP-STARTED
                 AND NIGHTLY-STEP-DONE(RUNCTL-STEP-NUMBER) = "A"
                CONTINUE
            WHEN RUNCTL-STEP-STARTED
                MOVE "S" TO NIGHTLY-STEP-DONE(RUNCTL-STEP-NUMBER)
            WHEN OTHER
                MOVE "N" TO NIGHTLY-STEP-DONE(RUNCTL-STEP-NUMBER)
        END-EVALUATE
    END-IF
    PERFORM READ-RUN-CONTROL-RECORD.

READ-RUN-CONTROL-RECORD.
    READ RUN-CONTROL-FILE
        AT END
            SET RUNCTL-EOF TO TRUE
    END-READ.

CHECK-NIGHTLY-STEP-DONE.
    IF NIGHTLY-STEP-DONE(WS-STEP-SUB) NOT = "Y"
        MOVE WS-STEP-SUB TO WS-RESTART-STEP
    END-IF.

RUN-NIGHTLY-STEP.
    ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STEP-START-TIME FROM TIME
    MOVE SPACES TO WS-STEP-END-DATE
    MOVE SPACES TO WS-STEP-END-TIME
    MOVE ZERO TO WS-STEP-COUNT
    MOVE "S" TO WS-STEP-STATUS
    DISPLAY "Step " WS-STEP-SUB " " NIGHTLY-STEP-NAME(WS-STEP-SUB)
        " started " WS-STEP-START-DATE " " WS-STEP-START-TIME(1:6)
    PERFORM WRITE-RUN-CONTROL-RECORD
    IF NOT CYCLE-HAS-FAILED
        PERFORM EXECUTE-NIGHTLY-STEP
    END-IF.

EXECUTE-NIGHTLY-STEP.
    MOVE "F" TO WS-STEP-STATUS
    EVALUATE TRUE
        WHEN NIGHTLY-STEP-DONE(WS-STEP-SUB) = "A"
            DISPLAY "Input already posted - completing the archive"
            SET STEP-COMPLETED TO TRUE
        WHEN NIGHTLY-STEP-DONE(WS-STEP-SUB) = "S"
             AND WS-STEP-SUB = 2
            DISPLAY "STEP " WS-STEP-SUB " DID NOT END ON ITS LAST RUN"
                " - BANKFILE MAY BE PARTLY POSTED"
            DISPLAY "Remove the items already on PAYLEDG from BANKFILE"
                " before the next run - it is not posted again now"
            PERFORM NIGHTLY-TAX-BATCH
        WHEN WS-STEP-SUB = 2
            SET REQUEST-BANK-INTAKE TO TRUE
            PERFORM NIGHTLY-PAYMENT-STEP
        WHEN WS-STEP-SUB = 3
            SET REQUEST-ACCRUAL TO TRUE
            PERFORM NIGHTLY-PAYMENT-STEP
        WHEN WS-STEP-SUB = 4
            SET REQUEST-MISSED-REPORT TO TRUE
            PERFORM NIGHTLY-PAYMENT-STEP
        WHEN WS-STEP-SUB = 5
            PERFORM NIGHTLY-RECONCILIATION
    END-EVALUATE
    IF WS-STEP-SUB < 3
       AND (STEP-COMPLETED OR STEP-WARNING OR WS-STEP-COUNT > ZERO)
        PERFORM ARCHIVE-NIGHTLY-INPUT
        EVALUATE TRUE
            WHEN NOT INPUT-WAS-ARCHIVED
                DISPLAY "INPUT FOR STEP " WS-STEP-SUB
                    " WAS POSTED BUT NOT ARCHIVED - the next run"
                    " completes the archive without posting again"
                SET STEP-ARCHIVE-PENDING TO TRUE
            WHEN STEP-FAILED
                DISPLAY "INPUT FOR STEP " WS-STEP-SUB
                    " ARCHIVED WITH ITEMS NOT POSTED - clear them"
                    " from the archived copy before rerunning"
        END-EVALUATE
    END-IF
    ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
    ACCEPT WS-STEP-END-TIME FROM TIME
    PERFORM WRITE-RUN-CONTROL-RECORD
    DISPLAY "Step " WS-STEP-SUB " " NIGHTLY-STEP-NAME(WS-STEP-SUB)
        " ended " WS-STEP-END-DATE " " WS-STEP-END-TIME(1:6)
        " - records " WS-STEP-COUNT " status " WS-STEP-STATUS
    IF STEP-FAILED OR STEP-ARCHIVE-PENDING
        SET CYCLE-HAS-FAILED TO TRUE
    END-IF.

ARCHIVE-NIGHTLY-INPUT.
    MOVE "N" TO WS-INPUT-ARCHIVED
    MOVE ZERO TO WS-ARCHIVE-COUNT
    IF WS-STEP-SUB = 1
        PERFORM ARCHIVE-TAX-BATCH-INPUT
    ELSE
        PERFORM ARCHIVE-BANK-FILE-INPUT
    END-IF.

ARCHIVE-TAX-BATCH-INPUT.
    MOVE SPACES TO WS-BATCH-ARCHIVE-NAME
    STRING "TAXBATCH-" WS-CYCLE-DATE
        DELIMITED BY SIZE
        INTO WS-BATCH-ARCHIVE-NAME
    END-STRING
    MOVE "N" TO WS-BATCH-EOF
    OPEN INPUT BATCH-INPUT-FILE
    EVALUATE TRUE
        WHEN WS-BATCH-FILE-STATUS = "35"
            SET INPUT-WAS-ARCHIVED TO TRUE
        WHEN WS-BATCH-FILE-STATUS NOT = "00"
            DISPLAY "Batch input file TAXBATCH could not be opened"
                " for archiving - status " WS-BATCH-FILE-STATUS
        WHEN OTHER
            OPEN OUTPUT BATCH-ARCHIVE-FILE
            IF WS-BATCH-ARCHIVE-STATUS NOT = "00"
                DISPLAY "Batch archive " WS-BATCH-ARCHIVE-NAME
                    " could not be created - status "
                    WS-BATCH-ARCHIVE-STATUS
                CLOSE BATCH-INPUT-FILE
            ELSE
                PERFORM READ-BATCH-RECORD
                PERFORM COPY-BATCH-TO-ARCHIVE UNTIL BATCH-EOF
                CLOSE BATCH-INPUT-FILE
                CLOSE BATCH-ARCHIVE-FILE
                IF ARCHIVE-WRITE-FAILED
                    DISPLAY "Batch input file TAXBATCH left in place"
                ELSE
                    PERFORM EMPTY-BATCH-INPUT-FILE
                END-IF
            END-IF
    END-EVALUATE.

EMPTY-BATCH-INPUT-FILE.
    OPEN OUTPUT BATCH-INPUT-FILE
    IF WS-BATCH-FILE-STATUS = "00"
        CLOSE BATCH-INPUT-FILE
        SET INPUT-WAS-ARCHIVED TO TRUE
        DISPLAY "Batch records archived to "
            WS-BATCH-ARCHIVE-NAME ": " WS-ARCHIVE-COUNT
    ELSE
        DISPLAY "Batch input file TAXBATCH could not be"
            " emptied - status " WS-BATCH-FILE-STATUS
    END-IF.

COPY-BATCH-TO-ARCHIVE.
    MOVE BATCH-TAXPAYER-RECORD TO ARCH-BATCH-TAXPAYER-RECORD
    WRITE ARCH-BATCH-TAXPAYER-RECORD
    IF WS-BATCH-ARCHIVE-STATUS = "00"
        ADD 1 TO WS-ARCHIVE-COUNT
        PERFORM READ-BATCH-RECORD
    ELSE
        DISPLAY "Write to " WS-BATCH-ARCHIVE-NAME " failed - status "
            WS-BATCH-ARCHIVE-STATUS
        MOVE "E" TO WS-INPUT-ARCHIVED
        SET BATCH-EOF TO TRUE
    END-IF.

ARCHIVE-BANK-FILE-INPUT.
    MOVE SPACES TO WS-BANK-ARCHIVE-NAME
    STRING "BANKFILE-" WS-CYCLE-DATE
        DELIMITED BY SIZE
        INTO WS-BANK-ARCHIVE-NAME
    END-STRING
    MOVE "N" TO WS-BANK-EOF
    OPEN INPUT BANK-TRANSFER-FILE
    EVALUATE TRUE
        WHEN WS-BANK-FILE-STATUS = "35"
            SET INPUT-WAS-ARCHIVED TO TRUE
        WHEN WS-BANK-FILE-STATUS NOT = "00"
            DISPLAY "Bank transfer file BANKFILE could not be opened"
                " for archiving - status " WS-BANK-FILE-STATUS
        WHEN OTHER
            OPEN OUTPUT BANK-ARCHIVE-FILE
            IF WS-BANK-ARCHIVE-STATUS NOT = "00"
                DISPLAY "Bank archive " WS-BANK-ARCHIVE-NAME
                    " could not be created - status "
                    WS-BANK-ARCHIVE-STATUS
                CLOSE BANK-TRANSFER-FILE
            ELSE
                PERFORM READ-BANK-FOR-ARCHIVE
                PERFORM COPY-BANK-TO-ARCHIVE UNTIL BANK-EOF
                CLOSE BANK-TRANSFER-FILE
                CLOSE BANK-ARCHIVE-FILE
                IF ARCHIVE-WRITE-FAILED
                    DISPLAY "Bank transfer file BANKFILE left in place"
                ELSE
                    PERFORM EMPTY-BANK-INPUT-FILE
                END-IF
            END-IF
    END-EVALUATE.

EMPTY-BANK-INPUT-FILE.
    OPEN OUTPUT BANK-TRANSFER-FILE
    IF WS-BANK-FILE-STATUS = "00"
        CLOSE BANK-TRANSFER-FILE
        SET INPUT-WAS-ARCHIVED TO TRUE
        DISPLAY "Bank records archived to "
            WS-BANK-ARCHIVE-NAME ": " WS-ARCHIVE-COUNT
    ELSE
        DISPLAY "Bank transfer file BANKFILE could not be"
            " emptied - status " WS-BANK-FILE-STATUS
    END-IF.

COPY-BANK-TO-ARCHIVE.
    MOVE BANK-TRANSFER-RECORD TO ARCH-BANK-TRANSFER-RECORD
    WRITE ARCH-BANK-TRANSFER-RECORD
    IF WS-BANK-ARCHIVE-STATUS = "00"
        ADD 1 TO WS-ARCHIVE-COUNT
        PERFORM READ-BANK-FOR-ARCHIVE
    ELSE
        DISPLAY "Write to " WS-BANK-ARCHIVE-NAME " failed - status "
            WS-BANK-ARCHIVE-STATUS
        MOVE "E" TO WS-INPUT-ARCHIVED
        SET BANK-EOF TO TRUE
    END-IF.

READ-BANK-FOR-ARCHIVE.
    READ BANK-TRANSFER-FILE
        AT END
            SET BANK-EOF TO TRUE
    END-READ.

NIGHTLY-TAX-BATCH.
    MOVE SPACES TO WS-BATCH-OPEN-STATUS
    PERFORM BATCH-OPERATIONS
    IF PERIOD-IS-OPEN
        MOVE WS-BATCH-RECORD-COUNT TO WS-STEP-COUNT
        EVALUATE WS-BATCH-OPEN-STATUS
            WHEN "00"
                SET STEP-COMPLETED TO TRUE
            WHEN "35"
                DISPLAY "No TAXBATCH file for this cycle"
                SET STEP-WARNING TO TRUE
        END-EVALUATE
    END-IF.

NIGHTLY-PAYMENT-STEP.
    SET REQUEST-FAILED TO TRUE
    MOVE ZERO TO USER-REQUEST-COUNT
    CALL "PAYMENTMODULE" USING USER-STRUCTURE
    PERFORM SET-NIGHTLY-STEP-STATUS
    MOVE SPACES TO USER-REQUEST-CODE.

NIGHTLY-RECONCILIATION.
    SET REQUEST-FAILED TO TRUE
    MOVE ZERO TO USER-REQUEST-COUNT
    CALL "RECONMODULE" USING USER-STRUCTURE
    PERFORM SET-NIGHTLY-STEP-STATUS.

SET-NIGHTLY-STEP-STATUS.
    MOVE USER-REQUEST-COUNT TO WS-STEP-COUNT
    EVALUATE TRUE
        WHEN REQUEST-SUCCEEDED
            SET STEP-COMPLETED TO TRUE
        WHEN REQUEST-WARNING
            SET STEP-WARNING TO TRUE
        WHEN OTHER
            SET STEP-FAILED TO TRUE
    END-EVALUATE.

WRITE-RUN-CONTROL-RECORD.
    MOVE WS-CYCLE-DATE TO RUNCTL-CYCLE-DATE
    MOVE WS-STEP-SUB TO RUNCTL-STEP-NUMBER
    MOVE NIGHTLY-STEP-NAME(WS-STEP-SUB) TO RUNCTL-STEP-NAME
    MOVE WS-STEP-START-DATE TO RUNCTL-START-DATE
    MOVE WS-STEP-START-TIME TO RUNCTL-START-TIME
    MOVE WS-STEP-END-DATE TO RUNCTL-END-DATE
    MOVE WS-STEP-END-TIME TO RUNCTL-END-TIME
    MOVE WS-STEP-COUNT TO RUNCTL-RECORD-COUNT
    MOVE WS-STEP-STATUS TO RUNCTL-STATUS
    OPEN EXTEND RUN-CONTROL-FILE
    IF WS-RUNCTL-FILE-STATUS = "35"
        OPEN OUTPUT RUN-CONTROL-FILE
    END-IF
    IF WS-RUNCTL-FILE-STATUS = "00"
        WRITE RUN-CONTROL-RECORD
        IF WS-RUNCTL-FILE-STATUS NOT = "00"
            DISPLAY "Run-control record for step " WS-STEP-SUB
                " could not be written - status "
                WS-RUNCTL-FILE-STATUS
            SET CYCLE-HAS-FAILED TO TRUE
        END-IF
        CLOSE RUN-CONTROL-FILE
    ELSE
        DISPLAY "Run-control file RUNCTL could not be written - status "
            WS-RUNCTL-FILE-STATUS
        SET CYCLE-HAS-FAILED TO TRUE
    END-IF.

OPERATOR-SIGN-ON.
    DISPLAY "Enter operator ID: "
    ACCEPT WS-OPERATOR-ID
    IF WS-OPERATOR-ID = SPACES
        DISPLAY "Operator ID must not be blank - please re-enter"
    ELSE
        PERFORM VALIDATE-OPERATOR-PROFILE
    END-IF.

VALIDATE-OPERATOR-PROFILE.
    OPEN INPUT OPERATOR-PROFILE-FILE
    IF WS-PROFILE-FILE-STATUS = "35"
        PERFORM GRANT-SET-UP-RIGHTS
    ELSE
        IF WS-PROFILE-FILE-STATUS NOT = "00"
            DISPLAY "Operator profiles OPERPROF could not be opened"
                " - status " WS-PROFILE-FILE-STATUS
                " - sign-on refused"
            MOVE SPACES TO WS-OPERATOR-ID
        ELSE
            MOVE WS-OPERATOR-ID TO PROFILE-OPERATOR-ID
            READ OPERATOR-PROFILE-FILE
                INVALID KEY
                    PERFORM CHECK-PROFILES-ON-FILE
                NOT INVALID KEY
                    IF PROFILE-IS-ACTIVE
                        MOVE PROFILE-ROLE TO USER-OPERATOR-ROLE
                        MOVE PROFILE-RIGHTS TO USER-OPERATOR-RIGHTS
                    ELSE
                        DISPLAY "Operator " WS-OPERATOR-ID
                            " has been revoked - sign-on refused"
                        MOVE SPACES TO WS-OPERATOR-ID
                    END-IF
            END-READ
            CLOSE OPERATOR-PROFILE-FILE
        END-IF
    END-IF.

CHECK-PROFILES-ON-FILE.
    MOVE LOW-VALUES TO PROFILE-OPERATOR-ID
    START OPERATOR-PROFILE-FILE KEY NOT < PROFILE-OPERATOR-ID
        INVALID KEY
            PERFORM GRANT-SET-UP-RIGHTS
        NOT INVALID KEY
            DISPLAY "No operator profile on file for " WS-OPERATOR-ID
                " - sign-on refused"
            MOVE SPACES TO WS-OPERATOR-ID
    END-START.

GRANT-SET-UP-RIGHTS.
    DISPLAY "No operator profiles on file - signed on with set-up"
        " rights; record operator profiles under Utilities"
        " option A"
    SET OPERATOR-IS-SUPERVISOR TO TRUE
    MOVE "YYYYY" TO USER-OPERATOR-RIGHTS.

LOAD-CHECKPOINT.
    MOVE "N" TO WS-CHECKPOINT-FOUND
    OPEN INPUT CHECKPOINT-FILE
    DISPLAY "4. Period-End Close"
    DISPLAY "5. Employer Master Maintenance"
    DISPLAY "6. Rate-Change Impact Simulation"
    DISPLAY "7. Pension Awards and Payroll"
    DISPLAY "8. Statement of Account"
    DISPLAY "9. Integrity Sweep"
    DISPLAY "A. Supervisor Approvals and Operator Profiles"
    DISPLAY "B. Audit Trail Inquiry"
    DISPLAY "C. Collections"
    DISPLAY "D. Contribution Register"
    DISPLAY "0. Return to Main Menu"
    ACCEPT WS-UTILITY-CHOICE
    EVALUATE WS-UTILITY-CHOICE
        WHEN "4" PERFORM PERIOD-CLOSE-OPERATIONS
        WHEN "5" PERFORM EMPLOYER-OPERATIONS
        WHEN "6" PERFORM RATE-SIMULATION-OPERATIONS
        WHEN "7" PERFORM PENSION-AWARD-OPERATIONS
        WHEN "8" PERFORM STATEMENT-OPERATIONS
        WHEN "9" PERFORM INTEGRITY-OPERATIONS
        WHEN "A" PERFORM APPROVAL-OPERATIONS
        WHEN "a" PERFORM APPROVAL-OPERATIONS
        WHEN "B" PERFORM AUDIT-INQUIRY-OPERATIONS
        WHEN "b" PERFORM AUDIT-INQUIRY-OPERATIONS
        WHEN "C" PERFORM COLLECTION-OPERATIONS
        WHEN "c" PERFORM COLLECTION-OPERATIONS
        WHEN "D" PERFORM CONTRIBUTION-REGISTER-OPERATIONS
        WHEN "d" PERFORM CONTRIBUTION-REGISTER-OPERATIONS
        WHEN "0" CONTINUE
        WHEN OTHER DISPLAY "Invalid option"
    END-EVALUATE.
    MOVE "N" TO USER-BATCH-MODE
    CALL "RATESIMMODULE" USING USER-STRUCTURE.

PENSION-AWARD-OPERATIONS.
    MOVE "N" TO USER-BATCH-MODE
    CALL "AWARDMODULE" USING USER-STRUCTURE.

STATEMENT-OPERATIONS.
    MOVE "N" TO USER-BATCH-MODE
    CALL "STATEMENTMODULE" USING USER-STRUCTURE.

INTEGRITY-OPERATIONS.
    MOVE "N" TO USER-BATCH-MODE
    CALL "INTEGRITYMODULE" USING USER-STRUCTURE.

APPROVAL-OPERATIONS.
    MOVE "N" TO USER-BATCH-MODE
    CALL "APPROVALMODULE" USING USER-STRUCTURE.

AUDIT-INQUIRY-OPERATIONS.
    MOVE "N" TO USER-BATCH-MODE
    CALL "AUDITINQMODULE" USING USER-STRUCTURE.

COLLECTION-OPERATIONS.
    MOVE "N" TO USER-BATCH-MODE
    CALL "COLLECTIONMODULE" USING USER-STRUCTURE.

CONTRIBUTION-REGISTER-OPERATIONS.
    MOVE "N" TO USER-BATCH-MODE
    CALL "CONTREGMODULE" USING USER-STRUCTURE.

LOAD-PERIOD-CONTROL.
    MOVE SPACES TO WS-CLOSED-PERIOD
    OPEN INPUT PERIOD-CONTROL-FILE
        DISPLAY "Close period " WS-CURRENT-PERIOD "? (Y/N): "
        ACCEPT WS-CONFIRM-CLOSE
        IF WS-CONFIRM-CLOSE = "Y" OR WS-CONFIRM-CLOSE = "y"
            PERFORM CHECK-INTEGRITY-CLEARANCE
            IF CLOSE-IS-CLEARED
                DISPLAY "===== PERIOD-END CLOSE - PERIOD "
                    WS-CURRENT-PERIOD " ====="
                PERFORM DISPLAY-PERIOD-FINAL-STATEMENT
                PERFORM ARCHIVE-AUDIT-LOG
                PERFORM ARCHIVE-REVENUE-EXTRACT
                PERFORM RESET-SESSION-COUNTERS
                PERFORM SAVE-PERIOD-CONTROL
                DISPLAY "Period " WS-CURRENT-PERIOD " is now closed"
            ELSE
                DISPLAY "Period-end close refused - period "
                    WS-CURRENT-PERIOD " remains open"
            END-IF
        ELSE
            DISPLAY "Period-end close cancelled"
        END-IF
    END-IF.

CHECK-INTEGRITY-CLEARANCE.
    MOVE "N" TO WS-CLOSE-CLEARED
    MOVE "N" TO WS-INTEGRITY-FOUND
    OPEN INPUT INTEGRITY-CONTROL-FILE
    IF WS-INTEGRITY-FILE-STATUS = "00"
        READ INTEGRITY-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                SET INTEGRITY-WAS-FOUND TO TRUE
        END-READ
        CLOSE INTEGRITY-CONTROL-FILE
    END-IF
    IF NOT INTEGRITY-WAS-FOUND
        DISPLAY "No integrity sweep on file - run the integrity sweep"
            " before closing the period"
    ELSE
        IF INTEGRITY-RUN-DATE(1:6) NOT = WS-CURRENT-PERIOD
            DISPLAY "Last integrity sweep ran on " INTEGRITY-RUN-DATE
                " - rerun it for period " WS-CURRENT-PERIOD
        ELSE
            IF INTEGRITY-SEVERE-COUNT > ZERO
                DISPLAY "Integrity sweep of " INTEGRITY-RUN-DATE
                    " found " INTEGRITY-SEVERE-COUNT
                    " severe exceptions - see INTEGRPT"
            ELSE
                SET CLOSE-IS-CLEARED TO TRUE
            END-IF
        END-IF
    END-IF
    IF NOT CLOSE-IS-CLEARED
        PERFORM REQUEST-CLOSE-OVERRIDE
    END-IF.

REQUEST-CLOSE-OVERRIDE.
    DISPLAY "Supervisor override - enter supervisor ID"
        " (blank to cancel): "
    ACCEPT WS-OVERRIDE-ID
    IF WS-OVERRIDE-ID NOT = SPACES
        IF WS-OVERRIDE-ID = WS-OPERATOR-ID
            DISPLAY "Override must be given by a supervisor other than"
                " the operator closing the period"
        ELSE
            PERFORM VALIDATE-OVERRIDE-SUPERVISOR
            IF CLOSE-IS-CLEARED
                DISPLAY "Close overridden by supervisor "
                    WS-OVERRIDE-ID
                PERFORM LOG-CLOSE-OVERRIDE
            END-IF
        END-IF
    END-IF.

VALIDATE-OVERRIDE-SUPERVISOR.
    OPEN INPUT OPERATOR-PROFILE-FILE
    IF WS-PROFILE-FILE-STATUS NOT = "00"
        DISPLAY "No operator profiles on file - override refused"
    ELSE
        MOVE WS-OVERRIDE-ID TO PROFILE-OPERATOR-ID
        READ OPERATOR-PROFILE-FILE
            INVALID KEY
                DISPLAY "No operator profile on file for "
                    WS-OVERRIDE-ID " - override refused"
            NOT INVALID KEY
                IF PROFILE-IS-ACTIVE AND PROFILE-IS-SUPERVISOR
                   AND PROFILE-RIGHT-APPROVE = "Y"
                    SET CLOSE-IS-CLEARED TO TRUE
                ELSE
                    DISPLAY "Operator " WS-OVERRIDE-ID
                        " is not an active supervisor with approval"
                        " rights - override refused"
                END-IF
        END-READ
        CLOSE OPERATOR-PROFILE-FILE
    END-IF.

LOG-CLOSE-OVERRIDE.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    OPEN EXTEND AUDIT-TRAIL-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-TRAIL-FILE
    END-IF
    IF WS-AUDIT-FILE-STATUS = "00"
        MOVE WS-OVERRIDE-ID TO AUDIT-OPERATOR-ID
        MOVE "CLOSE-OVERRIDE" TO AUDIT-MODULE-NAME
        MOVE SPACES TO AUDIT-TAXPAYER-ID
        MOVE ZERO TO AUDIT-INCOME
        MOVE ZERO TO AUDIT-YEARS
        MOVE ZERO TO AUDIT-AMOUNT
        IF INTEGRITY-WAS-FOUND
            MOVE INTEGRITY-SEVERE-COUNT TO AUDIT-AMOUNT
        END-IF
        STRING WS-AUDIT-DATE DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
            INTO AUDIT-TIMESTAMP
        END-STRING
        WRITE AUDIT-TRAIL-RECORD
        CLOSE AUDIT-TRAIL-FILE
    END-IF.

ARCHIVE-AUDIT-LOG.
    MOVE SPACES TO WS-AUDIT-ARCHIVE-NAME
    STRING "AUDITLOG-" WS-CURRENT-PERIOD
    MOVE "N" TO WS-BATCH-EOF
    MOVE "N" TO WS-BATCH-FILE-OPEN
    MOVE ZERO TO WS-PROCESSED-ID-COUNT
    MOVE ZERO TO WS-BATCH-RECORD-COUNT
    OPEN INPUT BATCH-INPUT-FILE
    MOVE WS-BATCH-FILE-STATUS TO WS-BATCH-OPEN-STATUS
    IF WS-BATCH-FILE-STATUS NOT = "00"
        DISPLAY "Batch input file TAXBATCH could not be opened - status "
            WS-BATCH-FILE-STATUS
    MOVE BATCH-TAXPAYER-YEARS TO WS-DETAIL-YEARS
    MOVE "B" TO WS-REJECT-SOURCE
    PERFORM PROCESS-TAXPAYER-DETAIL
    ADD 1 TO WS-BATCH-RECORD-COUNT
    MOVE USER-ID TO WS-LAST-BATCH-ID
    PERFORM SAVE-CHECKPOINT
    PERFORM READ-BATCH-RECORD.
        MOVE "N" TO WS-REMIT-EMPLOYER-STATE
        MOVE ZERO TO WS-REMIT-UNBALANCED-COUNT
        MOVE ZERO TO WS-REMIT-REJECTED-COUNT
        MOVE ZERO TO WS-REGISTER-FAILED-COUNT
        OPEN I-O EMPLOYER-MASTER-FILE
        IF WS-EMPLOYER-FILE-STATUS NOT = "00"
            DISPLAY "Employer master EMPMSTR could not be opened"
            DISPLAY "Remittance intake refused - register employers"
                " before taking in remittances"
        ELSE
            PERFORM OPEN-CONTRIBUTION-REGISTER
            IF WS-REGISTER-FILE-STATUS NOT = "00"
                DISPLAY "Contribution register CONTREG could not be"
                    " opened - status " WS-REGISTER-FILE-STATUS
                DISPLAY "Remittance intake refused"
            ELSE
                OPEN INPUT REMITTANCE-FILE
                IF WS-REMIT-FILE-STATUS NOT = "00"
                    DISPLAY "Remittance file EMPREMIT could not be"
                        " opened - status " WS-REMIT-FILE-STATUS
                ELSE
                    PERFORM READ-REMITTANCE-RECORD
                    PERFORM PROCESS-REMITTANCE-RECORD UNTIL REMIT-EOF
                    PERFORM CHECK-REMITTANCE-BALANCE
                    CLOSE REMITTANCE-FILE
                    DISPLAY "Employers out of balance: "
                        WS-REMIT-UNBALANCED-COUNT
                    DISPLAY "Employers rejected (not registered): "
                        WS-REMIT-REJECTED-COUNT
                    DISPLAY "Register updates failed: "
                        WS-REGISTER-FAILED-COUNT
                    PERFORM SAVE-CHECKPOINT
                END-IF
                CLOSE CONTRIBUTION-REGISTER-FILE
            END-IF
            CLOSE EMPLOYER-MASTER-FILE
        END-IF
        ADD USER-CONTRIBUTION TO SUMMARY-TOTAL-CONTRIBUTION
        ADD 1 TO SUMMARY-CONTRIBUTION-COUNT
        ADD 1 TO WS-REMIT-EMPLOYEE-COUNT
        PERFORM RECORD-CONTRIBUTION-REGISTER
    ELSE
        DISPLAY "Remittance line for employee " USER-ID
            " skipped - invalid income"
        PERFORM WRITE-REJECT-RECORD
    END-IF.

RECORD-CONTRIBUTION-REGISTER.
    MOVE WS-REMIT-EMPLOYER-ID TO REGISTER-EMPLOYER-ID
    MOVE REMIT-EMPLOYEE-ID TO REGISTER-EMPLOYEE-ID
    MOVE WS-CURRENT-PERIOD TO REGISTER-PERIOD
    READ CONTRIBUTION-REGISTER-FILE
        INVALID KEY
            MOVE REMIT-EMPLOYEE-INCOME TO REGISTER-INCOME
            MOVE USER-CONTRIBUTION TO REGISTER-CONTRIBUTION
            MOVE 1 TO REGISTER-LINE-COUNT
            MOVE WS-TODAY-DATE TO REGISTER-POSTED-DATE
            WRITE REGISTER-RECORD
                INVALID KEY
                    PERFORM REPORT-REGISTER-FAILURE
            END-WRITE
        NOT INVALID KEY
            ADD REMIT-EMPLOYEE-INCOME TO REGISTER-INCOME
            ADD USER-CONTRIBUTION TO REGISTER-CONTRIBUTION
            ADD 1 TO REGISTER-LINE-COUNT
            MOVE WS-TODAY-DATE TO REGISTER-POSTED-DATE
            REWRITE REGISTER-RECORD
                INVALID KEY
                    PERFORM REPORT-REGISTER-FAILURE
            END-REWRITE
    END-READ.

REPORT-REGISTER-FAILURE.
    ADD 1 TO WS-REGISTER-FAILED-COUNT
    DISPLAY "Contribution register not updated for employer "
        REGISTER-EMPLOYER-ID " employee " REGISTER-EMPLOYEE-ID
        " period " REGISTER-PERIOD " - status "
        WS-REGISTER-FILE-STATUS.

OPEN-CONTRIBUTION-REGISTER.
    OPEN I-O CONTRIBUTION-REGISTER-FILE
    IF WS-REGISTER-FILE-STATUS = "35"
        OPEN OUTPUT CONTRIBUTION-REGISTER-FILE
        CLOSE CONTRIBUTION-REGISTER-FILE
        OPEN I-O CONTRIBUTION-REGISTER-FILE
    END-IF.

VALIDATE-REMIT-EMPLOYER.
    MOVE WS-REMIT-EMPLOYER-ID TO EMPLOYER-ID
    READ EMPLOYER-MASTER-FILE
