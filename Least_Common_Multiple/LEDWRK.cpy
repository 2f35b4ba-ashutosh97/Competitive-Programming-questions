000100*--------------------------------------------------------------*
000110*    LEDWRK - RUN LEDGER WORK AREAS FOR A JOB-STREAM STEP.     *
000120*        THE STEP MOVES ITS LEDSTP NAME TO WS-LED-STEP AND ITS *
000130*        BUSINESS DATE TO WS-LED-DATE BEFORE 9500-CHECK-RUN-   *
000140*        LEDGER, AND LOADS WS-LED-COUNTS BEFORE 9600-POST-RUN- *
000150*        LEDGER.  WS-LED-FORCE IS SET FROM A FORCE=YES PARM    *
000160*        CARD; WS-LED-PAUSED MARKS A RUN STOPPED AT A CUTOFF.  *
000170*        COPY LEDSTP ALONGSIDE IT.                             *
000180*--------------------------------------------------------------*
000190 77  WS-LED-STEP                 PIC X(08) VALUE SPACES.
000200 77  WS-LED-DATE                 PIC 9(08) VALUE 0.
000210 77  WS-LED-IX                   PIC 9(02) VALUE 0.
000220 77  WS-LED-STP-IX               PIC 9(02) VALUE 0.
000230 77  WS-LED-PRQ-IX               PIC 9(01) VALUE 0.
000240 77  WS-LED-NOW-DATE             PIC 9(08) VALUE 0.
000250 77  WS-LED-NOW-TIME             PIC 9(08) VALUE 0.
000260 01  WS-LED-FORCE-SW             PIC X(01) VALUE "N".
000270     88  WS-LED-FORCE                    VALUE "Y".
000280 01  WS-LED-REFUSED-SW           PIC X(01) VALUE "N".
000290     88  WS-LED-REFUSED                  VALUE "Y".
000300 01  WS-LED-ON-FILE-SW           PIC X(01) VALUE "N".
000310     88  WS-LED-ON-FILE                  VALUE "Y".
000320 01  WS-LED-PAUSE-SW             PIC X(01) VALUE "N".
000330     88  WS-LED-PAUSED                   VALUE "Y".
000340 01  WS-LED-COUNTS.
000350     05  WS-LED-COUNT-ENTRY OCCURS 4 TIMES.
000360         10  WS-LED-COUNT-LABEL  PIC X(10).
000370         10  WS-LED-COUNT-VALUE  PIC 9(09).
