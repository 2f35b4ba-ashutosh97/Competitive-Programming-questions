000100*--------------------------------------------------------------*
000110*    SPECPND - SPECIES CHANGE AWAITING APPROVAL (SPECPEND IN,  *
000120*        SPECPNDO OUT).  SPECMNT PARKS EVERY EDITED ADD,       *
000130*        CHANGE OR DEACTIVATE HERE UNDER AN ITEM NUMBER - THE  *
000140*        DATE IT WAS SUBMITTED PLUS A SEQUENCE WITHIN THE DAY  *
000150*        - WITH THE SUBMITTER'S USER ID AND THE TRANSACTION    *
000160*        AS IT CAME IN.  THE ITEM STAYS UNTIL A DIFFERENT USER *
000170*        APPROVES IT, SOMEONE REJECTS IT, OR IT EXPIRES.       *
000180*        SPECSIM READS THE SAME FILE TO PRICE WHAT IS WAITING. *
000190*--------------------------------------------------------------*
000200 01  PND-RECORD.
000210     05  PND-ID.
000220         10  PND-ID-DATE         PIC 9(08).
000230         10  PND-ID-SEQ          PIC 9(03).
000240     05  PND-SUBMIT-USER         PIC X(08).
000250     05  PND-CHANGE-IMAGE.
000260         10  PND-ACTION          PIC X(01).
000270         10  PND-CODE            PIC 9(02).
000280         10  PND-NAME            PIC X(10).
000290         10  PND-LEGS            PIC 9(02).
000300         10  PND-EFF-DATE        PIC X(08).
000310         10  PND-WEIGHT          PIC X(05).
