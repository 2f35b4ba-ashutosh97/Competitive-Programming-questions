000100*--------------------------------------------------------------*
000110*    NTCREC - FEEDER REJECT NOTICE RECORD (NTCFIL01-NTCFIL10). *
000120*        ONE NOTICE FILE PER FEEDER SYSTEM, WRITTEN BY RCYNTC  *
000130*        AFTER EACH LCM RUN:                                   *
000140*          H  ONE HEADER - FEEDER, BUSINESS DATE, CREATED      *
000150*          B  ONE ROW PER FAILED CONTROL BLOCK FROM THE FEEDER *
000160*          D  ONE ROW PER RECYCLED SET FROM THE FEEDER         *
000170*          T  ONE TRAILER - B AND D ROWS COUNTED               *
000180*        A D ROW CARRIES THE SET'S FULL 160-BYTE NBRFILE       *
000190*        RECORD AS LCM RECEIVED IT, SO THE FEEDER CAN CORRECT  *
000200*        IT IN PLACE AND SEND THE FILE BACK - NTCRTN TURNS THE *
000210*        RETURNED D ROWS INTO RCYIN FOR A MODE=RESUBMIT RUN.   *
000220*        THE LAYOUT IS FIXED - NEW FIELDS GO IN THE FILLER.    *
000230*--------------------------------------------------------------*
000240 01  NTC-RECORD.
000250     05  NTC-REC-TYPE            PIC X(01).
000260         88  NTC-HEADER                  VALUE "H".
000270         88  NTC-BLOCK-NOTICE            VALUE "B".
000280         88  NTC-SET-NOTICE              VALUE "D".
000290         88  NTC-TRAILER                 VALUE "T".
000300     05  NTC-FEEDER              PIC X(08).
000310     05  NTC-BODY                PIC X(291).
000320     05  NTC-HDR-BODY REDEFINES NTC-BODY.
000330         10  NTC-H-BUS-DATE      PIC 9(08).
000340         10  NTC-H-CREATED-DATE  PIC 9(08).
000350         10  NTC-H-CREATED-TIME  PIC 9(06).
000360         10  NTC-H-FILE-NO       PIC 9(02).
000370         10  FILLER              PIC X(267).
000380     05  NTC-SET-BODY REDEFINES NTC-BODY.
000390         10  NTC-D-SET-ID        PIC X(05).
000400         10  NTC-D-REASON        PIC X(02).
000410         10  NTC-D-REASON-TEXT   PIC X(30).
000420         10  NTC-D-FAILED-FIELDS PIC X(76).
000430         10  NTC-D-FIRST-RUN-DATE
000440                                 PIC X(08).
000450         10  NTC-D-NBR-DATA      PIC X(160).
000460         10  FILLER              PIC X(10).
000470     05  NTC-BLOCK-BODY REDEFINES NTC-BODY.
000480         10  NTC-B-BLOCK-NO      PIC 9(02).
000490         10  FILLER              PIC X(03).
000500         10  NTC-B-REASON        PIC X(02).
000510         10  NTC-B-REASON-TEXT   PIC X(30).
000520         10  NTC-B-FAILED-CHECK  PIC X(76).
000530         10  NTC-B-DETAIL-COUNT  PIC 9(07).
000540         10  FILLER              PIC X(171).
000550     05  NTC-TRL-BODY REDEFINES NTC-BODY.
000560         10  NTC-T-ROW-COUNT     PIC 9(07).
000570         10  NTC-T-BLOCK-COUNT   PIC 9(07).
000580         10  NTC-T-SET-COUNT     PIC 9(07).
000590         10  FILLER              PIC X(270).
