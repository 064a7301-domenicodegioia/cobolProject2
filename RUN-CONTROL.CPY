01  RUN-CONTROL-RECORD.
    05  RUNCTL-CYCLE-DATE          PIC X(08).
    05  RUNCTL-STEP-NUMBER         PIC 9(01).
    05  RUNCTL-STEP-NAME           PIC X(20).
    05  RUNCTL-START-DATE          PIC X(08).
    05  RUNCTL-START-TIME          PIC X(06).
    05  RUNCTL-END-DATE            PIC X(08).
    05  RUNCTL-END-TIME            PIC X(06).
    05  RUNCTL-RECORD-COUNT        PIC 9(07).
    05  RUNCTL-STATUS              PIC X(01).
        88  RUNCTL-STEP-STARTED    VALUE "S".
        88  RUNCTL-STEP-COMPLETED  VALUE "C".
        88  RUNCTL-STEP-WARNING    VALUE "W".
        88  RUNCTL-STEP-FAILED     VALUE "F".
        88  RUNCTL-ARCHIVE-PENDING VALUE "A".
