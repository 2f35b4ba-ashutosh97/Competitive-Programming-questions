000100*--------------------------------------------------------------*
000110*    SPECHST - SPECIES CHANGE HISTORY (SPECHIST), ONE RECORD   *
000120*        PER CHANGE SPECMNT APPLIES TO THE SPECIES MASTER,     *
000130*        ADDED TO THE END OF THE FILE EACH RUN.  CARRIES WHO   *
000140*        SUBMITTED AND WHO APPROVED THE CHANGE AND THE VERSION *
000150*        OF THE CODE BEFORE AND AFTER IT.  THE BEFORE IMAGE IS *
000160*        THE VERSION THE CHANGE CORRECTED OR WAS SEEDED FROM;  *
000170*        ON AN ADD THERE IS NONE AND HST-BEF-FOUND IS N.       *
000180*--------------------------------------------------------------*
000190 01  HST-RECORD.
000200     05  HST-APPLY-DATE          PIC 9(08).
000210     05  HST-PEND-ID             PIC 9(11).
000220     05  HST-ACTION              PIC X(01).
000230     05  HST-CODE                PIC 9(02).
000240     05  HST-SUBMIT-USER         PIC X(08).
000250     05  HST-APPROVE-USER        PIC X(08).
000260     05  HST-BEFORE.
000270         10  HST-BEF-FOUND       PIC X(01).
000280         10  HST-BEF-EFF-DATE    PIC 9(08).
000290         10  HST-BEF-NAME        PIC X(10).
000300         10  HST-BEF-LEGS        PIC 9(02).
000310         10  HST-BEF-WEIGHT      PIC 9(05).
000320         10  HST-BEF-ACTIVE      PIC X(01).
000330     05  HST-AFTER.
000340         10  HST-AFT-EFF-DATE    PIC 9(08).
000350         10  HST-AFT-NAME        PIC X(10).
000360         10  HST-AFT-LEGS        PIC 9(02).
000370         10  HST-AFT-WEIGHT      PIC 9(05).
000380         10  HST-AFT-ACTIVE      PIC X(01).
