000100*--------------------------------------------------------------*
000110*    LEDREC - RUNLEDGR JOB-STREAM RUN LEDGER, ONE RECORD PER   *
000120*        BUSINESS DATE AND STEP, INDEXED ON LED-KEY.  EACH     *
000130*        STEP CHECKS ITS PREREQUISITES HERE WHEN IT STARTS,    *
000140*        POSTS ITSELF STARTED, AND POSTS ITS END TIME, RETURN  *
000150*        CODE AND RECORD COUNTS WHEN IT FINISHES.  LEDSTAT     *
000160*        PRINTS THE LEDGER.                                    *
000170*                                                              *
000180*        STATUS - S STARTED, NO END POSTED (STILL RUNNING OR   *
000190*        ABENDED), P STOPPED AT A CUTOFF= WINDOW (CONTINUATION *
000200*        DUE), C ENDED CLEAN, F ENDED WITH A RETURN CODE ABOVE *
000210*        THE STEP'S CLEAN LIMIT (LEDSTP).  LED-FORCED-FLAG IS  *
000220*        "Y" WHEN THE LATEST RUN WAS FORCED OVER A REFUSAL.    *
000230*--------------------------------------------------------------*
000240 01  LED-RECORD.
000250     05  LED-KEY.
000260         10  LED-BUS-DATE        PIC 9(08).
000270         10  LED-STEP            PIC X(08).
000280     05  LED-RUN-STATUS          PIC X(01).
000290         88  LED-RUNNING                 VALUE "S".
000300         88  LED-PAUSED                  VALUE "P".
000310         88  LED-ENDED-CLEAN             VALUE "C".
000320         88  LED-ENDED-FAILED            VALUE "F".
000330         88  LED-ENDED                   VALUES "C", "F".
000340     05  LED-RUN-COUNT           PIC 9(03).
000350     05  LED-FORCED-FLAG         PIC X(01).
000360         88  LED-FORCED                  VALUE "Y".
000370     05  LED-START-DATE          PIC 9(08).
000380     05  LED-START-TIME          PIC 9(06).
000390     05  LED-END-DATE            PIC 9(08).
000400     05  LED-END-TIME            PIC 9(06).
000410     05  LED-RC                  PIC 9(03).
000420     05  LED-COUNTS.
000430         10  LED-COUNT-ENTRY OCCURS 4 TIMES.
000440             15  LED-COUNT-LABEL PIC X(10).
000450             15  LED-COUNT-VALUE PIC 9(09).
000460     05  FILLER                  PIC X(30).
