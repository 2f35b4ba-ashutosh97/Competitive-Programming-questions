000100*--------------------------------------------------------------*
000110*    SUSREC - RECYCLE SUSPENSE LEDGER RECORD (SUSLEDGR).  ONE  *
000120*        ITEM PER SET RECYCLED BY LCM, KEYED ON SET ID PLUS    *
000130*        THE RUN DATE OF THE SET'S FIRST FAILURE.  RCYSUSP     *
000140*        OPENS AN ITEM FROM EACH RCYOUT RECORD AND CLOSES IT   *
000150*        WHEN A CLEAN CORRECTED ROW (AUD-CORR-FLAG C) FOR THE  *
000160*        SET POSTS TO LCMAUDIT.  CLOSED ITEMS STAY ON FILE     *
000170*        WITH THE KEY OF THE AUDIT ROW THAT CLEARED THEM.      *
000180*--------------------------------------------------------------*
000190 01  SUS-RECORD.
000200     05  SUS-KEY.
000210         10  SUS-SET-ID          PIC 9(05).
000220         10  SUS-ORIG-DATE       PIC 9(08).
000230     05  SUS-STATUS              PIC X(01).
000240         88  SUS-OPEN                    VALUE "O".
000250         88  SUS-CLOSED                  VALUE "C".
000260*    REASON AND SOURCE OF THE LATEST RECYCLE - A SET THAT FAILS
000270*    AGAIN ON RESUBMISSION KEEPS ITS ITEM AND TAKES THE NEW
000280*    REASON.  SOURCE IS SPACES FOR RECORDS WRITTEN BEFORE RCYOUT
000290*    CARRIED IT.
000300     05  SUS-REASON              PIC X(02).
000310     05  SUS-SOURCE              PIC X(08).
000320     05  SUS-RECYCLE-COUNT       PIC 9(03).
000330     05  SUS-LAST-RCY-DATE       PIC 9(08).
000340*    LCMAUDIT KEY OF THE CORRECTED ROW THAT CLOSED THE ITEM -
000350*    ZERO WHILE THE ITEM IS OPEN.
000360     05  SUS-CLOSE-DATE          PIC 9(08).
000370     05  SUS-CLOSE-SEQ           PIC 9(02).
