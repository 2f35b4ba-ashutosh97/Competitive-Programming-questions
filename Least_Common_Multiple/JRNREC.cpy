000100*--------------------------------------------------------------*
000110*    JRNREC - AUDJRNL FORWARD-RECOVERY JOURNAL FOR LCMAUDIT.   *
000120*        EVERY PROGRAM THAT ADDS, REWRITES OR DELETES AN       *
000130*        LCMAUDIT ROW APPENDS ONE D ENTRY ONCE THE UPDATE HAS  *
000140*        TAKEN, CARRYING THE ROW AS IT WAS AND AS IT NOW IS.   *
000150*        A JOURNAL GENERATION RUNS FROM ONE AUDBKUP BACKUP OF  *
000160*        LCMAUDIT (LCMAUDBK) TO THE NEXT -                     *
000170*          H  FIRST RECORD - THE GENERATION NUMBER AND THE     *
000180*             BACKUP IT BELONGS TO (TAKEN, ROWS, KEY HASH)     *
000190*          D  ONE ENTRY PER LCMAUDIT UPDATE, IN UPDATE ORDER   *
000200*          T  LAST RECORD, WRITTEN ONLY WHEN AUDBKUP CLOSES THE*
000210*             GENERATION OUT TO AUDJRNLO - CLOSED, ENTRY COUNT *
000220*        AUDRCVR RELOADS LCMAUDIT FROM THE GENERATION'S BACKUP *
000230*        AND REAPPLIES ITS D ENTRIES.  THE TWO IMAGES ARE WHOLE*
000240*        AUDREC ROWS (SPACES WHERE THERE IS NO ROW) AND MUST   *
000250*        GROW WHEN AUDREC DOES.                                *
000260*--------------------------------------------------------------*
000270 01  JRN-RECORD.
000280     05  JRN-REC-TYPE            PIC X(01).
000290         88  JRN-HEADER                  VALUE "H".
000300         88  JRN-ENTRY                   VALUE "D".
000310         88  JRN-TRAILER                 VALUE "T".
000320     05  JRN-BODY                PIC X(799).
000330     05  JRN-HDR-BODY REDEFINES JRN-BODY.
000340         10  JRN-H-GENERATION    PIC 9(05).
000350         10  JRN-H-BKUP-DATE     PIC 9(08).
000360         10  JRN-H-BKUP-TIME     PIC 9(06).
000370         10  JRN-H-BKUP-ROWS     PIC 9(09).
000380         10  JRN-H-BKUP-HASH     PIC 9(15).
000390         10  JRN-H-PRIOR-ENTRIES PIC 9(09).
000400         10  FILLER              PIC X(747).
000410     05  JRN-ENTRY-BODY REDEFINES JRN-BODY.
000420         10  JRN-PROGRAM         PIC X(08).
000430         10  JRN-DATE            PIC 9(08).
000440         10  JRN-TIME            PIC 9(08).
000450         10  JRN-ACTION          PIC X(01).
000460             88  JRN-ADD                 VALUE "A".
000470             88  JRN-REWRITE             VALUE "R".
000480             88  JRN-DELETE              VALUE "D".
000490         10  JRN-BEFORE-IMAGE    PIC X(380).
000500         10  JRN-AFTER-IMAGE     PIC X(380).
000510         10  FILLER              PIC X(14).
000520     05  JRN-TRL-BODY REDEFINES JRN-BODY.
000530         10  JRN-T-GENERATION    PIC 9(05).
000540         10  JRN-T-CLOSED-DATE   PIC 9(08).
000550         10  JRN-T-CLOSED-TIME   PIC 9(06).
000560         10  JRN-T-ENTRY-COUNT   PIC 9(09).
000570         10  FILLER              PIC X(771).
