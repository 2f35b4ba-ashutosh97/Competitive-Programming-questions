000100*--------------------------------------------------------------*
000110*    LEDSTP - THE NIGHTLY JOB STREAM, IN RUN ORDER, AS THE     *
000120*        RUN LEDGER ENFORCES IT.  FOR EACH STEP -              *
000130*          NAME      LEDGER STEP NAME (LED-STEP)               *
000140*          REPEAT    Y - MAY RUN AGAIN AFTER ENDING CLEAN      *
000150*          OPTIONAL  Y - NOT EVERY NIGHT; NOT A PICK-UP POINT  *
000160*                    WHEN IT HAS NOT RUN                       *
000170*          MAX RC    HIGHEST RETURN CODE THAT IS STILL A CLEAN *
000180*                    END (LCM AND LCMACK GRADE DATA EXCEPTIONS *
000190*                    8; ONLY A BALANCING FAILURE STOPS LCMBAL) *
000200*          PREREQS   STEPS THAT MUST HAVE ENDED CLEAN FOR THE  *
000210*                    SAME BUSINESS DATE                        *
000220*        A NEW STEP GOES IN BOTH THE VALUES AND LED-STP-MAX.   *
000230*--------------------------------------------------------------*
000240 01  LED-STREAM-VALUES.
000250     05  FILLER                  PIC X(37) VALUE
000260         "LCM     NN080".
000270     05  FILLER                  PIC X(37) VALUE
000280         "RESUBMITYY081LCM".
000290     05  FILLER                  PIC X(37) VALUE
000300         "LCMBAL  NN041LCM".
000310     05  FILLER                  PIC X(37) VALUE
000320         "LCMACK  NN082LCM     LCMBAL".
000330     05  FILLER                  PIC X(37) VALUE
000340         "AUDEXTR NY041LCM".
000350     05  FILLER                  PIC X(37) VALUE
000360         "AUDARCH NY043LCM     LCMBAL  LCMACK".
000370 01  LED-STREAM-TABLE REDEFINES LED-STREAM-VALUES.
000380     05  LED-STP-ENTRY OCCURS 6 TIMES.
000390         10  LED-STP-NAME        PIC X(08).
000400         10  LED-STP-REPEAT-SW   PIC X(01).
000410             88  LED-STP-REPEATABLE      VALUE "Y".
000420         10  LED-STP-OPTIONAL-SW PIC X(01).
000430             88  LED-STP-OPTIONAL        VALUE "Y".
000440         10  LED-STP-MAX-RC      PIC 9(02).
000450         10  LED-STP-PREREQ-CT   PIC 9(01).
000460         10  LED-STP-PREREQ      PIC X(08) OCCURS 3 TIMES.
000470 77  LED-STP-MAX                 PIC 9(02) VALUE 6.
