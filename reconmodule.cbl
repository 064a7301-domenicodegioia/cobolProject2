    PERFORM MATCH-TAXPAYER-IDS
    DISPLAY "Exceptions reported: " RECON-EXCEPTION-COUNT
    DISPLAY "======================================"
    MOVE RECON-EXCEPTION-COUNT TO USER-REQUEST-COUNT
    IF RECON-EXCEPTION-COUNT > ZERO
        SET REQUEST-WARNING TO TRUE
    ELSE
        SET REQUEST-SUCCEEDED TO TRUE
    END-IF
    GOBACK.

INITIALIZE-RECON-TOTALS.
