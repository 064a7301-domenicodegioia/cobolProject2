01  AUDEXTR-RECORD.
    05  AUDEXTR-RECORD-TYPE        PIC X(01).
        88  AUDEXTR-HEADER         VALUE "H".
        88  AUDEXTR-DETAIL         VALUE "D".
        88  AUDEXTR-TRAILER        VALUE "T".
    05  AUDEXTR-HEADER-DATA.
        10  AUDEXTR-RUN-DATE       PIC X(08).
        10  AUDEXTR-RUN-TIME       PIC X(06).
        10  AUDEXTR-REQUESTED-BY   PIC X(08).
        10  AUDEXTR-SEL-TAXPAYER   PIC X(09).
        10  AUDEXTR-SEL-OPERATOR   PIC X(08).
        10  AUDEXTR-SEL-MODULE     PIC X(19).
        10  AUDEXTR-SEL-FROM-DATE  PIC X(08).
        10  AUDEXTR-SEL-TO-DATE    PIC X(08).
        10  AUDEXTR-SEL-FIRST-PERIOD PIC X(06).
        10  AUDEXTR-SEL-LAST-PERIOD  PIC X(06).
        10  AUDEXTR-RECORD-COUNT   PIC 9(07).
    05  AUDEXTR-DETAIL-DATA REDEFINES AUDEXTR-HEADER-DATA.
        10  AUDEXTR-SOURCE-FILE    PIC X(15).
        10  AUDEXTR-TIMESTAMP      PIC X(16).
        10  AUDEXTR-OPERATOR-ID    PIC X(08).
        10  AUDEXTR-MODULE-NAME    PIC X(19).
        10  AUDEXTR-TAXPAYER-ID    PIC X(09).
        10  AUDEXTR-INCOME         PIC S9(7)V99.
        10  AUDEXTR-YEARS          PIC 9(03).
        10  AUDEXTR-AMOUNT         PIC S9(7)V99.
        10  FILLER                 PIC X(05).
