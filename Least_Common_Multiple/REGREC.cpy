000100*--------------------------------------------------------------*
000110*    REGREC - SETREG SET REGISTRY MASTER, ONE RECORD PER SET   *
000120*        ID THE SCHEDULING SIDE HAS AGREED TO SEND.  INDEXED   *
000130*        ON REG-SET-ID AND MAINTAINED BY SETMNT.  LCM RECYCLES *
000140*        A SET THAT IS NOT ON FILE OR IS INACTIVE, AND FLAGS A *
000150*        COMBINED CYCLE (LCM) ABOVE REG-MAX-LCM.  SETMISS USES *
000160*        THE FREQUENCY TO WORK OUT WHICH SETS WERE DUE.        *
000170*                                                              *
000180*        FREQUENCY - D DAILY, W WEEKLY ON REG-RUN-DAY (1 =     *
000190*        MONDAY THROUGH 7 = SUNDAY), Q QUARTER-END ONLY.       *
000200*        A ZERO REG-MAX-LCM MEANS NO CEILING IS CHECKED.       *
000210*--------------------------------------------------------------*
000220 01  REG-RECORD.
000230     05  REG-SET-ID              PIC 9(05).
000240     05  REG-SCHEDULER           PIC X(20).
000250     05  REG-SOURCE              PIC X(08).
000260     05  REG-FREQUENCY           PIC X(01).
000270         88  REG-DAILY                   VALUE "D".
000280         88  REG-WEEKLY                  VALUE "W".
000290         88  REG-QUARTER-END             VALUE "Q".
000300         88  REG-FREQ-VALID              VALUES "D", "W", "Q".
000310     05  REG-RUN-DAY             PIC 9(01).
000320     05  REG-ACTIVE-FLAG         PIC X(01).
000330         88  REG-ACTIVE                  VALUE "A".
000340         88  REG-INACTIVE                VALUE "I".
000350     05  REG-MAX-LCM             PIC 9(18).
000360     05  REG-ADDED-DATE          PIC 9(08).
000370     05  REG-CHANGED-DATE        PIC 9(08).
