000100*--------------------------------------------------------------*
000110*    CCHREC - LCMCACHE RESULTS CACHE, ONE RECORD PER DISTINCT  *
000120*        NUMBER SET LCM HAS WORKED, INDEXED ON CCH-KEY - THE   *
000130*        VALUE COUNT AND THE VALUES IN ASCENDING ORDER, ZERO   *
000140*        FILLED PAST THE COUNT, SO A SET SENT IN ANY ORDER     *
000150*        FINDS THE SAME ENTRY.  LCM TAKES THE LCM AND GCD FROM *
000160*        HERE INSTEAD OF FOLDING THE SET AGAIN, AND STORES A   *
000170*        SET IT HAD TO WORK.  CCHMNT PURGES AND VERIFIES IT.   *
000180*                                                              *
000190*        RESULT - L LCM AND GCD HELD, O THE LCM PASSED 48      *
000200*        DIGITS (THE SET IS AN OV RECYCLE EVERY TIME).  THE    *
000210*        PRIME-POWER TABLE (ANALYSIS=YES) IS HELD IN ASCENDING *
000220*        PRIME ORDER ONCE A RUN HAS FACTORED THE SET; THE      *
000230*        ENTRY THAT CARRIES EACH POWER DEPENDS ON THE ORDER    *
000240*        THE VALUES ARRIVED IN, SO LCM WORKS THAT OUT AGAIN.   *
000250*--------------------------------------------------------------*
000260 01  CCH-RECORD.
000270     05  CCH-KEY.
000280         10  CCH-VAL-COUNT       PIC 9(02).
000290         10  CCH-VALUE           PIC 9(05) OCCURS 25 TIMES.
000300     05  CCH-RESULT              PIC X(01).
000310         88  CCH-RESULT-LCM              VALUE "L".
000320         88  CCH-RESULT-OVERFLOW         VALUE "O".
000330         88  CCH-RESULT-VALID            VALUES "L", "O".
000340     05  CCH-LCM                 PIC X(48).
000350     05  CCH-GCD                 PIC 9(05).
000360     05  CCH-FCT-HELD-SW         PIC X(01).
000370         88  CCH-FCT-HELD                VALUE "Y".
000380         88  CCH-FCT-NOT-HELD            VALUE "N".
000390     05  CCH-FCT-COUNT           PIC 9(03).
000400     05  CCH-FCT-TABLE.
000410         10  CCH-FCT-ENTRY OCCURS 150 TIMES.
000420             15  CCH-FCT-PRIME   PIC 9(05).
000430             15  CCH-FCT-POWER   PIC 9(02).
000440             15  CCH-FCT-PP      PIC 9(05).
000450     05  CCH-STORED-DATE         PIC 9(08).
000460     05  CCH-STORED-SET-ID       PIC 9(05).
000470     05  FILLER                  PIC X(40).
