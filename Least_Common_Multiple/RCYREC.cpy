000100*--------------------------------------------------------------*
000110*    RCYREC - RCYOUT / RCYIN RECYCLE RECORD.  A SET LCM COULD  *
000120*        NOT POST CLEAN, IN ITS FULL 160-BYTE INPUT LAYOUT,    *
000130*        WITH THE REASON CODE, THE SOURCE SYSTEM OF THE        *
000140*        NBRFILE BLOCK THAT CARRIED IT AND THE RUN DATE IT     *
000150*        WAS FIRST RECYCLED.  A RESUBMITTED SET THAT FAILS     *
000160*        AGAIN KEEPS ITS ORIGINAL SOURCE AND RUN DATE, SO THE  *
000170*        SUSPENSE LEDGER AGES IT FROM THE FIRST FAILURE.       *
000180*        RECORDS FROM BEFORE THE SOURCE AND DATE WERE ADDED    *
000190*        READ WITH SPACES THERE.                               *
000200*                                                              *
000210*        REASON CODES - ZD ZERO/DUP/NON-NUMERIC VALUE, CT BAD  *
000220*        COUNT, OV LCM OVERFLOW, SP BAD SPECIES CODE, CB       *
000230*        FAILED CONTROL BLOCK, UR SET NOT ACTIVE ON THE SET    *
000235*        REGISTRY.                                             *
000240*--------------------------------------------------------------*
000250 01  RCY-RECORD.
000260     05  RCY-NBR-DATA            PIC X(160).
000270     05  RCY-REASON              PIC X(02).
000280     05  RCY-SOURCE              PIC X(08).
000290     05  RCY-RUN-DATE            PIC X(08).
000300     05  RCY-RUN-DATE-N REDEFINES RCY-RUN-DATE
000310                                 PIC 9(08).
