000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.CCHMNT.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  MAINTENANCE FOR THE LCMCACHE
000220*                   RESULTS CACHE LCM KEEPS.  ACTION=PURGE
000230*                   DELETES EVERY ENTRY, OR WITH A BEFORE=
000240*                   MM/DD/YYYY CARD ONLY THOSE STORED BEFORE
000250*                   THAT DATE.  ACTION=VERIFY RE-WORKS EVERY
000260*                   ENTRY THROUGH LCM'S OWN LIMB FOLD, GCD AND
000270*                   TRIAL FACTORING AND DELETES ANY ENTRY THAT
000280*                   DOES NOT AGREE, SO LCM REBUILDS IT THE NEXT
000290*                   TIME THE SET ARRIVES.  THE CM100 REPORT
000300*                   LISTS EVERY ENTRY DROPPED BY A VERIFY AND
000310*                   THE TOTALS.  GRADES 4 WHEN A VERIFY DROPS
000320*                   ANY ENTRY.  RUN OUTSIDE THE LCM WINDOW.
000330*--------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CCH-FILE ASSIGN TO "LCMCACHE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CCH-KEY
000410         FILE STATUS IS WS-CCH-STATUS.
000420     SELECT PARM-FILE ASSIGN TO "CCHPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PRM-STATUS.
000450     SELECT RPT-FILE ASSIGN TO "CCHRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*--------------------------------------------------------------*
000520*    CCH-FILE - LCM/GCD/FACTOR RESULTS CACHE WRITTEN BY LCM
000530*--------------------------------------------------------------*
000540 FD  CCH-FILE.
000550     COPY CCHREC.
000560
000570*--------------------------------------------------------------*
000580*    PARM-FILE - ACTION CARD AND OPTIONAL PURGE DATE
000590*--------------------------------------------------------------*
000600 FD  PARM-FILE
000610     RECORDING MODE IS F.
000620 01  PARM-RECORD                 PIC X(80).
000630
000640*--------------------------------------------------------------*
000650*    RPT-FILE - PRINTED MAINTENANCE REPORT
000660*--------------------------------------------------------------*
000670 FD  RPT-FILE
000680     RECORDING MODE IS F.
000690 01  RPT-RECORD                  PIC X(132).
000700
000710 WORKING-STORAGE SECTION.
000720*--------------------------------------------------------------*
000730*    FILE STATUS SWITCHES
000740*--------------------------------------------------------------*
000750 01  WS-FILE-STATUSES.
000760     05  WS-CCH-STATUS           PIC X(02) VALUE "00".
000770     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
000780     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000790
000800 01  WS-CCH-EOF-SW               PIC X(01) VALUE "N".
000810     88  WS-CCH-EOF                      VALUE "Y".
000820     88  WS-CCH-NOT-EOF                  VALUE "N".
000830
000840 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
000850     88  WS-PRM-EOF                      VALUE "Y".
000860     88  WS-PRM-NOT-EOF                  VALUE "N".
000870
000880 01  WS-CCH-OPEN-SW              PIC X(01) VALUE "N".
000890     88  WS-CCH-OPEN                     VALUE "Y".
000900
000910*--------------------------------------------------------------*
000920*    ACTION CARD - PURGE OR VERIFY.  A ZERO BEFORE DATE ON A
000930*        PURGE MEANS EVERY ENTRY GOES.
000940*--------------------------------------------------------------*
000950 77  WS-ACTION                   PIC X(06) VALUE SPACES.
000960     88  WS-ACTION-PURGE                 VALUE "PURGE".
000970     88  WS-ACTION-VERIFY                VALUE "VERIFY".
000980 77  WS-BEFORE-DATE              PIC 9(08) VALUE 0.
000990 01  WS-DATE-MDY.
001000     05  WS-MDY-MM               PIC X(02).
001010     05  FILLER                  PIC X(01).
001020     05  WS-MDY-DD               PIC X(02).
001030     05  FILLER                  PIC X(01).
001040     05  WS-MDY-YYYY             PIC X(04).
001050 01  WS-DATE-YMD.
001060     05  WS-YMD-YYYY             PIC X(04).
001070     05  WS-YMD-MM               PIC X(02).
001080     05  WS-YMD-DD               PIC X(02).
001090 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD
001100                                 PIC 9(08).
001110
001120*--------------------------------------------------------------*
001130*    COUNTERS
001140*--------------------------------------------------------------*
001150 77  WS-ENTRIES-READ             PIC 9(07) VALUE 0.
001160 77  WS-ENTRIES-PURGED           PIC 9(07) VALUE 0.
001170 77  WS-ENTRIES-KEPT             PIC 9(07) VALUE 0.
001180 77  WS-ENTRIES-VERIFIED         PIC 9(07) VALUE 0.
001190 77  WS-ENTRIES-DROPPED          PIC 9(07) VALUE 0.
001200
001210*--------------------------------------------------------------*
001220*    VERIFY WORK AREAS - THE REASON AN ENTRY IS DROPPED, AND
001230*        THE RE-WORKED PRIME-POWER TABLE LAID OUT IN ASCENDING
001240*        PRIME ORDER THE WAY LCM FILES IT, SO THE WHOLE TABLE
001250*        COMPARES AGAINST CCH-FCT-TABLE IN ONE TEST
001260*--------------------------------------------------------------*
001270 77  WS-VFY-REASON               PIC X(40) VALUE SPACES.
001280 01  WS-VFY-FCT-TABLE.
001290     05  WS-VFY-FCT-ENTRY OCCURS 150 TIMES.
001300         10  WS-VFY-FCT-PRIME    PIC 9(05).
001310         10  WS-VFY-FCT-POWER    PIC 9(02).
001320         10  WS-VFY-FCT-PP       PIC 9(05).
001330 77  WS-VFY-RANK                 PIC 9(03) VALUE 0.
001340 77  WS-VFY-JX                   PIC 9(03) VALUE 0.
001350 77  WS-VAL-PTR                  PIC 9(03) VALUE 0.
001360 77  WS-VAL-COUNT                PIC 9(02) VALUE 0.
001370 01  WS-VAL-TEXT                 PIC X(150) VALUE SPACES.
001380
001390*--------------------------------------------------------------*
001400*    LCM / GCD WORKING VALUES - SAME FIELDS AS LCM, SO THE
001410*        FOLD, GCD AND FACTOR PARAGRAPHS ARE LCM'S OWN
001420*--------------------------------------------------------------*
001430 01  WS-SET-VALID-SW             PIC X(01) VALUE "Y".
001440     88  WS-SET-VALID                    VALUE "Y".
001450     88  WS-SET-INVALID                  VALUE "N".
001460 01  ARRAY.
001470     02  A                       PIC 9(5) OCCURS 25 TIMES.
001480 77  N                           PIC 9(2) VALUE 2.
001490 77  I                           PIC 9(2).
001500 77  J                           PIC 9(2).
001510 77  Q                           PIC 9(18).
001520 77  WS-GCD-A                    PIC 9(5).
001530 77  WS-GCD-B                    PIC 9(5).
001540 77  WS-GCD-T                    PIC 9(5).
001550 77  WS-GCD-RESULT               PIC 9(5).
001560 77  WS-LCM-GCD-A                PIC 9(5).
001570 77  WS-LCM-GCD-B                PIC 9(5).
001580 77  WS-LCM-GCD-T                PIC 9(5).
001590
001600*--------------------------------------------------------------*
001610*    BIG LCM WORK AREA - 48 DIGITS HELD AS TWELVE FOUR-DIGIT
001620*        LIMBS, LEAST SIGNIFICANT LIMB FIRST
001630*--------------------------------------------------------------*
001640 01  WS-BIG-LCM.
001650     05  WS-BIG-LIMB             PIC 9(04) OCCURS 12 TIMES.
001660 77  WS-BIG-SMALL                PIC 9(05) VALUE 0.
001670 77  WS-BIG-CARRY                PIC 9(09) VALUE 0.
001680 77  WS-BIG-WORK                 PIC 9(18) VALUE 0.
001690 77  WS-BIG-Q                    PIC 9(09) VALUE 0.
001700 77  WS-BIG-MOD-RESULT           PIC 9(05) VALUE 0.
001710 77  WS-BIG-J                    PIC 9(02) VALUE 0.
001720 01  WS-BIG-ZONED                PIC X(48) VALUE ALL "0".
001730 01  WS-BIG-ZONED-R REDEFINES WS-BIG-ZONED.
001740     05  WS-BIG-ZGRP             PIC 9(04) OCCURS 12 TIMES.
001750 01  WS-BIG-PRINT                PIC X(48) VALUE SPACES.
001760
001770*--------------------------------------------------------------*
001780*    PRIME-FACTOR ANALYSIS WORK AREAS - AS IN LCM
001790*--------------------------------------------------------------*
001800 01  WS-FCT-TABLE.
001810     05  WS-FCT-ENTRY OCCURS 150 TIMES.
001820         10  WS-FCT-PRIME        PIC 9(05).
001830         10  WS-FCT-POWER        PIC 9(02).
001840         10  WS-FCT-PP           PIC 9(05).
001850         10  WS-FCT-SRC-IX       PIC 9(02).
001860         10  WS-FCT-SRC-VAL      PIC 9(05).
001870 77  WS-FCT-COUNT                PIC 9(03) VALUE 0.
001880 77  WS-FCT-IX                   PIC 9(03) VALUE 0.
001890 77  WS-FCT-FOUND                PIC 9(03) VALUE 0.
001900 77  WS-FCT-REM                  PIC 9(05) VALUE 0.
001910 77  WS-FCT-DIV                  PIC 9(05) VALUE 0.
001920 77  WS-FCT-EXP                  PIC 9(02) VALUE 0.
001930 77  WS-FCT-Q                    PIC 9(05) VALUE 0.
001940 77  WS-FCT-R                    PIC 9(05) VALUE 0.
001950
001960*--------------------------------------------------------------*
001970*    RUN DATE / REPORT PAGINATION
001980*--------------------------------------------------------------*
001990 01  WS-RUN-DATE-RAW.
002000     05  WS-RUN-YYYY             PIC 9(04).
002010     05  WS-RUN-MM               PIC 9(02).
002020     05  WS-RUN-DD               PIC 9(02).
002030 01  WS-RUN-DATE-PRINT.
002040     05  WS-PRT-MM               PIC 9(02).
002050     05  FILLER                  PIC X(01) VALUE "/".
002060     05  WS-PRT-DD               PIC 9(02).
002070     05  FILLER                  PIC X(01) VALUE "/".
002080     05  WS-PRT-YYYY             PIC 9(04).
002090
002100 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
002110 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
002120 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
002130
002140*--------------------------------------------------------------*
002150*    PRINT LINE LAYOUTS
002160*--------------------------------------------------------------*
002170 01  RPT-HEADER-1.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  FILLER                  PIC X(40)
002200             VALUE "CM100 - LCMCACHE PURGE AND VERIFY".
002210     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  RPT1-DATE               PIC X(10).
002240     05  FILLER                  PIC X(06) VALUE SPACES.
002250     05  FILLER                  PIC X(05) VALUE "PAGE ".
002260     05  RPT1-PAGE               PIC ZZ9.
002270     05  FILLER                  PIC X(58) VALUE SPACES.
002280
002290 01  RPT-HEADER-2.
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  FILLER                  PIC X(131) VALUE ALL "-".
002320
002330 01  RPT-ACTION-LINE.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  FILLER                  PIC X(07) VALUE "ACTION ".
002360     05  RPT-A-ACTION            PIC X(06).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  RPT-A-SCOPE             PIC X(50).
002390     05  FILLER                  PIC X(66) VALUE SPACES.
002400
002410 01  RPT-DROP-HDR.
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430     05  FILLER                  PIC X(10) VALUE "STORED ON ".
002440     05  FILLER                  PIC X(08) VALUE "BY SET".
002450     05  FILLER                  PIC X(62) VALUE "VALUES".
002460     05  FILLER                  PIC X(51) VALUE "REASON DROPPED".
002470
002480 01  RPT-DROP-LINE.
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  RPT-D-STORED            PIC X(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  RPT-D-SET-ID            PIC X(05).
002530     05  FILLER                  PIC X(03) VALUE SPACES.
002540     05  RPT-D-VALUES            PIC X(60).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  RPT-D-REASON            PIC X(40).
002570     05  FILLER                  PIC X(11) VALUE SPACES.
002580
002590 01  RPT-SUMMARY-LINE.
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  RPT-SUM-LABEL           PIC X(40).
002620     05  RPT-SUM-VALUE           PIC Z(06)9.
002630     05  FILLER                  PIC X(84) VALUE SPACES.
002640
002650 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
002660
002670 PROCEDURE DIVISION.
002680*--------------------------------------------------------------*
002690*    0000-MAINLINE - OVERALL JOB CONTROL
002700*--------------------------------------------------------------*
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     IF WS-ACTION-PURGE
002740         PERFORM 2100-PURGE-ONE-ENTRY THRU 2100-EXIT
002750             UNTIL WS-CCH-EOF
002760     ELSE
002770         PERFORM 2200-VERIFY-ONE-ENTRY THRU 2200-EXIT
002780             UNTIL WS-CCH-EOF
002790     END-IF.
002800     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820     STOP RUN.
002830
002840*--------------------------------------------------------------*
002850*    1000-INITIALIZE - READ THE ACTION CARD, OPEN THE CACHE
002860*        AND POSITION IT AT ITS FIRST KEY.  NO CACHE ON FILE
002870*        MEANS THERE IS NOTHING TO DO, NOT A FAILURE.
002880*--------------------------------------------------------------*
002890 1000-INITIALIZE.
002900     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
002910     MOVE WS-RUN-MM TO WS-PRT-MM.
002920     MOVE WS-RUN-DD TO WS-PRT-DD.
002930     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
002940
002950     OPEN OUTPUT RPT-FILE.
002960     IF WS-RPT-STATUS NOT = "00"
002970         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
003020     IF WS-ACTION = SPACES
003030         DISPLAY "NO ACTION= CARD ON CCHPARM - NOTHING DONE"
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     IF WS-ACTION-VERIFY AND WS-BEFORE-DATE NOT = ZERO
003080         DISPLAY "BEFORE= CARD IGNORED - ONLY ACTION=PURGE"
003090             " TAKES A DATE"
003100         MOVE ZERO TO WS-BEFORE-DATE
003110     END-IF.
003120     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
003130     MOVE WS-ACTION TO RPT-A-ACTION.
003140     IF WS-ACTION-VERIFY
003150         MOVE "EVERY ENTRY RE-WORKED - ANY THAT DISAGREE DROPPED"
003160             TO RPT-A-SCOPE
003170     ELSE
003180         IF WS-BEFORE-DATE = ZERO
003190             MOVE "EVERY ENTRY DELETED" TO RPT-A-SCOPE
003200         ELSE
003210             MOVE SPACES TO RPT-A-SCOPE
003220             STRING "ENTRIES STORED BEFORE " DELIMITED BY SIZE
003230                 WS-BEFORE-DATE DELIMITED BY SIZE
003240                 " DELETED" DELIMITED BY SIZE
003250                 INTO RPT-A-SCOPE
003260             END-STRING
003270         END-IF
003280     END-IF.
003290     WRITE RPT-RECORD FROM RPT-ACTION-LINE.
003300     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
003310     ADD 2 TO WS-LINE-COUNT.
003320     IF WS-ACTION-VERIFY
003330         WRITE RPT-RECORD FROM RPT-DROP-HDR
003340         ADD 1 TO WS-LINE-COUNT
003350     END-IF.
003360
003370     SET WS-CCH-NOT-EOF TO TRUE.
003380     OPEN I-O CCH-FILE.
003390     IF WS-CCH-STATUS = "35"
003400         DISPLAY "LCMCACHE NOT FOUND - NOTHING TO "
003410             WS-ACTION
003420         SET WS-CCH-EOF TO TRUE
003430         GO TO 1000-EXIT
003440     END-IF.
003450     IF WS-CCH-STATUS NOT = "00"
003460         DISPLAY "CCH-FILE OPEN FAILED - STATUS " WS-CCH-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500     SET WS-CCH-OPEN TO TRUE.
003510     MOVE ZERO TO CCH-KEY.
003520     START CCH-FILE KEY NOT LESS THAN CCH-KEY
003530         INVALID KEY SET WS-CCH-EOF TO TRUE
003540     END-START.
003550     IF WS-CCH-NOT-EOF
003560         PERFORM 2900-READ-NEXT-ENTRY THRU 2900-EXIT
003570     END-IF.
003580 1000-EXIT.
003590     EXIT.
003600
003610*--------------------------------------------------------------*
003620*    1100-READ-PARM-CARDS - ACTION=PURGE OR ACTION=VERIFY IS
003630*        REQUIRED.  BEFORE=MM/DD/YYYY LIMITS A PURGE TO
003640*        ENTRIES STORED BEFORE THAT DATE.
003650*--------------------------------------------------------------*
003660 1100-READ-PARM-CARDS.
003670     OPEN INPUT PARM-FILE.
003680     IF WS-PRM-STATUS NOT = "00"
003690         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730     SET WS-PRM-NOT-EOF TO TRUE.
003740     READ PARM-FILE
003750         AT END SET WS-PRM-EOF TO TRUE
003760     END-READ.
003770     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
003780         UNTIL WS-PRM-EOF.
003790     CLOSE PARM-FILE.
003800 1100-EXIT.
003810     EXIT.
003820
003830 1110-APPLY-ONE-PARM.
003840     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
003850         GO TO 1110-NEXT
003860     END-IF.
003870     IF PARM-RECORD (1:7) = "ACTION="
003880         MOVE PARM-RECORD (8:6) TO WS-ACTION
003890         IF NOT WS-ACTION-PURGE AND NOT WS-ACTION-VERIFY
003900             DISPLAY "INVALID ACTION ON PARM CARD - " PARM-RECORD
003910             MOVE 16 TO RETURN-CODE
003920             STOP RUN
003930         END-IF
003940         GO TO 1110-NEXT
003950     END-IF.
003960     IF PARM-RECORD (1:7) = "BEFORE="
003970         MOVE PARM-RECORD (8:10) TO WS-DATE-MDY
003980         MOVE WS-MDY-YYYY TO WS-YMD-YYYY
003990         MOVE WS-MDY-MM TO WS-YMD-MM
004000         MOVE WS-MDY-DD TO WS-YMD-DD
004010         IF WS-DATE-YMD NOT NUMERIC
004020             DISPLAY "INVALID BEFORE ON PARM CARD - " PARM-RECORD
004030             MOVE 16 TO RETURN-CODE
004040             STOP RUN
004050         END-IF
004060         MOVE WS-DATE-YMD-N TO WS-BEFORE-DATE
004070         GO TO 1110-NEXT
004080     END-IF.
004090     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
004100     MOVE 16 TO RETURN-CODE.
004110     STOP RUN.
004120 1110-NEXT.
004130     READ PARM-FILE
004140         AT END SET WS-PRM-EOF TO TRUE
004150     END-READ.
004160 1110-EXIT.
004170     EXIT.
004180
004190*--------------------------------------------------------------*
004200*    1200-PRINT-HEADING - REPORT PAGE HEADER
004210*--------------------------------------------------------------*
004220 1200-PRINT-HEADING.
004230     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
004240     MOVE WS-PAGE-NO TO RPT1-PAGE.
004250     WRITE RPT-RECORD FROM RPT-HEADER-1.
004260     WRITE RPT-RECORD FROM RPT-HEADER-2.
004270     MOVE ZERO TO WS-LINE-COUNT.
004280 1200-EXIT.
004290     EXIT.
004300
004310*--------------------------------------------------------------*
004320*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
004330*--------------------------------------------------------------*
004340 1210-NEW-PAGE.
004350     ADD 1 TO WS-PAGE-NO.
004360     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004370     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
004380     IF WS-ACTION-VERIFY
004390         WRITE RPT-RECORD FROM RPT-DROP-HDR
004400         ADD 1 TO WS-LINE-COUNT
004410     END-IF.
004420 1210-EXIT.
004430     EXIT.
004440
004450*--------------------------------------------------------------*
004460*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
004470*--------------------------------------------------------------*
004480 1220-CHECK-PAGE-BREAK.
004490     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
004500         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
004510     END-IF.
004520 1220-EXIT.
004530     EXIT.
004540
004550*--------------------------------------------------------------*
004560*    2100-PURGE-ONE-ENTRY - DELETE THE ENTRY UNLESS A BEFORE=
004570*        DATE KEEPS IT.  AN ENTRY WITH NO READABLE STORED DATE
004580*        GOES EITHER WAY.
004590*--------------------------------------------------------------*
004600 2100-PURGE-ONE-ENTRY.
004610     ADD 1 TO WS-ENTRIES-READ.
004620     IF WS-BEFORE-DATE NOT = ZERO
004630             AND CCH-STORED-DATE IS NUMERIC
004640             AND CCH-STORED-DATE NOT < WS-BEFORE-DATE
004650         ADD 1 TO WS-ENTRIES-KEPT
004660         GO TO 2100-NEXT
004670     END-IF.
004680     DELETE CCH-FILE RECORD
004690         INVALID KEY CONTINUE
004700     END-DELETE.
004710     IF WS-CCH-STATUS NOT = "00"
004720         DISPLAY "CCH-FILE DELETE FAILED - STATUS " WS-CCH-STATUS
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     ADD 1 TO WS-ENTRIES-PURGED.
004770 2100-NEXT.
004780     PERFORM 2900-READ-NEXT-ENTRY THRU 2900-EXIT.
004790 2100-EXIT.
004800     EXIT.
004810
004820*--------------------------------------------------------------*
004830*    2200-VERIFY-ONE-ENTRY - RE-WORK THE ENTRY'S VALUE SET
004840*        EXACTLY AS LCM WOULD AND DROP THE ENTRY WHEN ANY PART
004850*        OF IT DISAGREES.  THE FIRST DISAGREEMENT FOUND IS THE
004860*        REASON PRINTED.
004870*--------------------------------------------------------------*
004880 2200-VERIFY-ONE-ENTRY.
004890     ADD 1 TO WS-ENTRIES-READ.
004900     MOVE SPACES TO WS-VFY-REASON.
004910     IF NOT CCH-RESULT-VALID
004920             OR CCH-LCM IS NOT NUMERIC
004930             OR CCH-GCD IS NOT NUMERIC
004940             OR CCH-FCT-COUNT IS NOT NUMERIC
004950             OR CCH-FCT-COUNT > 150
004960             OR (NOT CCH-FCT-HELD AND NOT CCH-FCT-NOT-HELD)
004970         MOVE "ENTRY UNREADABLE" TO WS-VFY-REASON
004980         GO TO 2200-DROP
004990     END-IF.
005000     IF CCH-VAL-COUNT IS NOT NUMERIC
005010             OR CCH-VAL-COUNT < 1
005020             OR CCH-VAL-COUNT > 25
005030         MOVE "KEY VALUE COUNT OUT OF RANGE" TO WS-VFY-REASON
005040         GO TO 2200-DROP
005050     END-IF.
005060     MOVE CCH-VAL-COUNT TO N.
005070     PERFORM 2210-LOAD-ONE-VALUE THRU 2210-EXIT
005080         VARYING I FROM 1 BY 1
005090         UNTIL I > N OR WS-VFY-REASON NOT = SPACES.
005100     IF WS-VFY-REASON NOT = SPACES
005110         GO TO 2200-DROP
005120     END-IF.
005130     PERFORM 2220-CHECK-CACHED-RESULT THRU 2220-EXIT.
005140     IF WS-VFY-REASON NOT = SPACES
005150         GO TO 2200-DROP
005160     END-IF.
005170     ADD 1 TO WS-ENTRIES-VERIFIED.
005180     GO TO 2200-NEXT.
005190 2200-DROP.
005200     PERFORM 2240-DROP-ENTRY THRU 2240-EXIT.
005210 2200-NEXT.
005220     PERFORM 2900-READ-NEXT-ENTRY THRU 2900-EXIT.
005230 2200-EXIT.
005240     EXIT.
005250
005260*--------------------------------------------------------------*
005270*    2210-LOAD-ONE-VALUE - KEY VALUES MUST BE NON-ZERO AND
005280*        STRICTLY ASCENDING, AS LCM RANKS THEM
005290*--------------------------------------------------------------*
005300 2210-LOAD-ONE-VALUE.
005310     IF CCH-VALUE (I) IS NOT NUMERIC OR CCH-VALUE (I) = ZERO
005320         MOVE "KEY VALUE ZERO OR NOT NUMERIC" TO WS-VFY-REASON
005330         GO TO 2210-EXIT
005340     END-IF.
005350     IF I > 1
005360         IF CCH-VALUE (I) NOT > A (I - 1)
005370             MOVE "KEY VALUES NOT IN ASCENDING ORDER"
005380                 TO WS-VFY-REASON
005390             GO TO 2210-EXIT
005400         END-IF
005410     END-IF.
005420     MOVE CCH-VALUE (I) TO A (I).
005430 2210-EXIT.
005440     EXIT.
005450
005460*--------------------------------------------------------------*
005470*    2220-CHECK-CACHED-RESULT - FOLD THE LCM, TAKE THE GCD AND
005480*        (WHEN THE ENTRY HOLDS ONE) FACTOR THE SET, THEN
005490*        COMPARE EACH WITH WHAT THE ENTRY SAYS
005500*--------------------------------------------------------------*
005510 2220-CHECK-CACHED-RESULT.
005520     SET WS-SET-VALID TO TRUE.
005530     PERFORM Y-PARA THRU Y-PARA-EXIT.
005540     IF WS-SET-INVALID
005550         IF NOT CCH-RESULT-OVERFLOW
005560             MOVE "CACHED LCM BUT THE SET PASSES 48 DIGITS"
005570                 TO WS-VFY-REASON
005580         END-IF
005590         GO TO 2220-EXIT
005600     END-IF.
005610     IF CCH-RESULT-OVERFLOW
005620         MOVE "CACHED AS OVERFLOW BUT THE LCM FITS"
005630             TO WS-VFY-REASON
005640         GO TO 2220-EXIT
005650     END-IF.
005660     PERFORM 2540-BIG-BUILD-DISPLAY THRU 2540-EXIT.
005670     IF WS-BIG-ZONED NOT = CCH-LCM
005680         MOVE "CACHED LCM DOES NOT MATCH" TO WS-VFY-REASON
005690         GO TO 2220-EXIT
005700     END-IF.
005710     MOVE A(1) TO WS-GCD-RESULT.
005720     PERFORM G-PARA THRU G-PARA-EXIT
005730         VARYING I FROM 2 BY 1 UNTIL I > N.
005740     IF WS-GCD-RESULT NOT = CCH-GCD
005750         MOVE "CACHED GCD DOES NOT MATCH" TO WS-VFY-REASON
005760         GO TO 2220-EXIT
005770     END-IF.
005780     IF CCH-FCT-NOT-HELD
005790         GO TO 2220-EXIT
005800     END-IF.
005810     PERFORM 2230-ANALYZE-SET-FACTORS THRU 2230-EXIT.
005820     MOVE ZERO TO WS-VFY-FCT-TABLE.
005830     PERFORM 2250-ORDER-ONE-FACTOR THRU 2250-EXIT
005840         VARYING WS-FCT-IX FROM 1 BY 1
005850         UNTIL WS-FCT-IX > WS-FCT-COUNT.
005860     IF WS-FCT-COUNT NOT = CCH-FCT-COUNT
005870             OR WS-VFY-FCT-TABLE NOT = CCH-FCT-TABLE
005880         MOVE "CACHED FACTOR TABLE DOES NOT MATCH"
005890             TO WS-VFY-REASON
005900     END-IF.
005910 2220-EXIT.
005920     EXIT.
005930
005940*--------------------------------------------------------------*
005950*    2240-DROP-ENTRY - LIST THE ENTRY AND DELETE IT.  LCM
005960*        WORKS THE SET AND STORES IT AGAIN THE NEXT TIME IT
005970*        ARRIVES.
005980*--------------------------------------------------------------*
005990 2240-DROP-ENTRY.
006000     MOVE SPACES TO WS-VAL-TEXT.
006010     MOVE 1 TO WS-VAL-PTR.
006020     IF CCH-VAL-COUNT IS NUMERIC AND CCH-VAL-COUNT NOT > 25
006030         MOVE CCH-VAL-COUNT TO WS-VAL-COUNT
006040     ELSE
006050         MOVE 25 TO WS-VAL-COUNT
006060     END-IF.
006070     PERFORM 2245-APPEND-ONE-VALUE THRU 2245-EXIT
006080         VARYING I FROM 1 BY 1 UNTIL I > WS-VAL-COUNT.
006090     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
006100     MOVE CCH-STORED-DATE TO RPT-D-STORED.
006110     MOVE CCH-STORED-SET-ID TO RPT-D-SET-ID.
006120     MOVE WS-VAL-TEXT TO RPT-D-VALUES.
006130     IF WS-VAL-PTR > 61
006140         MOVE "..." TO RPT-D-VALUES (58:3)
006150     END-IF.
006160     MOVE WS-VFY-REASON TO RPT-D-REASON.
006170     WRITE RPT-RECORD FROM RPT-DROP-LINE.
006180     ADD 1 TO WS-LINE-COUNT.
006190     DELETE CCH-FILE RECORD
006200         INVALID KEY CONTINUE
006210     END-DELETE.
006220     IF WS-CCH-STATUS NOT = "00"
006230         DISPLAY "CCH-FILE DELETE FAILED - STATUS " WS-CCH-STATUS
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     ADD 1 TO WS-ENTRIES-DROPPED.
006280 2240-EXIT.
006290     EXIT.
006300
006310 2245-APPEND-ONE-VALUE.
006320     STRING CCH-VALUE (I) DELIMITED BY SIZE
006330         " " DELIMITED BY SIZE
006340         INTO WS-VAL-TEXT
006350         WITH POINTER WS-VAL-PTR
006360     END-STRING.
006370 2245-EXIT.
006380     EXIT.
006390
006400*--------------------------------------------------------------*
006410*    2250-ORDER-ONE-FACTOR - PUT A RE-WORKED PRIME POWER AT ITS
006420*        RANK AMONG THE SET'S PRIMES, AS LCM FILES THE TABLE
006430*--------------------------------------------------------------*
006440 2250-ORDER-ONE-FACTOR.
006450     MOVE 1 TO WS-VFY-RANK.
006460     PERFORM 2255-RANK-ONE-PRIME THRU 2255-EXIT
006470         VARYING WS-VFY-JX FROM 1 BY 1
006480         UNTIL WS-VFY-JX > WS-FCT-COUNT.
006490     MOVE WS-FCT-PRIME (WS-FCT-IX)
006500         TO WS-VFY-FCT-PRIME (WS-VFY-RANK).
006510     MOVE WS-FCT-POWER (WS-FCT-IX)
006520         TO WS-VFY-FCT-POWER (WS-VFY-RANK).
006530     MOVE WS-FCT-PP (WS-FCT-IX) TO WS-VFY-FCT-PP (WS-VFY-RANK).
006540 2250-EXIT.
006550     EXIT.
006560
006570 2255-RANK-ONE-PRIME.
006580     IF WS-FCT-PRIME (WS-VFY-JX) < WS-FCT-PRIME (WS-FCT-IX)
006590         ADD 1 TO WS-VFY-RANK
006600     END-IF.
006610 2255-EXIT.
006620     EXIT.
006630
006640*--------------------------------------------------------------*
006650*    2230-ANALYZE-SET-FACTORS - BUILD THE PRIME-POWER TABLE
006660*        FOR THE SET.  EVERY PRIME POWER IN THE LCM DIVIDES
006670*        SOME INPUT VALUE, SO EACH VALUE IS TRIAL-FACTORED AND
006680*        THE HIGHEST POWER OF EACH PRIME IS KEPT ALONG WITH
006690*        THE ENTRY THAT CARRIED IT.
006700*--------------------------------------------------------------*
006710 2230-ANALYZE-SET-FACTORS.
006720     MOVE ZERO TO WS-FCT-COUNT.
006730     PERFORM 2231-FACTOR-ONE-VALUE THRU 2231-EXIT
006740         VARYING I FROM 1 BY 1 UNTIL I > N.
006750 2230-EXIT.
006760     EXIT.
006770
006780 2231-FACTOR-ONE-VALUE.
006790     MOVE A (I) TO WS-FCT-REM.
006800     MOVE 2 TO WS-FCT-DIV.
006810     PERFORM 2232-TRY-ONE-DIVISOR THRU 2232-EXIT
006820         UNTIL WS-FCT-DIV * WS-FCT-DIV > WS-FCT-REM.
006830     IF WS-FCT-REM > 1
006840         MOVE WS-FCT-REM TO WS-FCT-DIV
006850         MOVE 1 TO WS-FCT-EXP
006860         PERFORM 2234-POST-ONE-FACTOR THRU 2234-EXIT
006870     END-IF.
006880 2231-EXIT.
006890     EXIT.
006900
006910*--------------------------------------------------------------*
006920*    2232-TRY-ONE-DIVISOR - DIVIDE THE CURRENT DIVISOR OUT OF
006930*        THE REMAINING VALUE, POST ITS POWER, THEN STEP TO THE
006940*        NEXT CANDIDATE (2, THEN THE ODD NUMBERS)
006950*--------------------------------------------------------------*
006960 2232-TRY-ONE-DIVISOR.
006970     MOVE ZERO TO WS-FCT-EXP.
006980     MOVE ZERO TO WS-FCT-R.
006990     PERFORM 2233-DIVIDE-OUT THRU 2233-EXIT
007000         UNTIL WS-FCT-R NOT = ZERO.
007010     IF WS-FCT-EXP > ZERO
007020         PERFORM 2234-POST-ONE-FACTOR THRU 2234-EXIT
007030     END-IF.
007040     IF WS-FCT-DIV = 2
007050         MOVE 3 TO WS-FCT-DIV
007060     ELSE
007070         ADD 2 TO WS-FCT-DIV
007080     END-IF.
007090 2232-EXIT.
007100     EXIT.
007110
007120 2233-DIVIDE-OUT.
007130     DIVIDE WS-FCT-REM BY WS-FCT-DIV
007140         GIVING WS-FCT-Q REMAINDER WS-FCT-R.
007150     IF WS-FCT-R = ZERO
007160         MOVE WS-FCT-Q TO WS-FCT-REM
007170         ADD 1 TO WS-FCT-EXP
007180     END-IF.
007190 2233-EXIT.
007200     EXIT.
007210
007220*--------------------------------------------------------------*
007230*    2234-POST-ONE-FACTOR - KEEP THE HIGHEST POWER OF EACH
007240*        PRIME AND THE ENTRY THAT CARRIED IT
007250*--------------------------------------------------------------*
007260 2234-POST-ONE-FACTOR.
007270     MOVE ZERO TO WS-FCT-FOUND.
007280     PERFORM 2235-SCAN-ONE-FACTOR THRU 2235-EXIT
007290         VARYING WS-FCT-IX FROM 1 BY 1
007300         UNTIL WS-FCT-IX > WS-FCT-COUNT
007310             OR WS-FCT-FOUND > 0.
007320     IF WS-FCT-FOUND = ZERO
007330         ADD 1 TO WS-FCT-COUNT
007340         MOVE WS-FCT-COUNT TO WS-FCT-FOUND
007350         MOVE WS-FCT-DIV TO WS-FCT-PRIME (WS-FCT-FOUND)
007360         MOVE ZERO TO WS-FCT-POWER (WS-FCT-FOUND)
007370     END-IF.
007380     IF WS-FCT-EXP > WS-FCT-POWER (WS-FCT-FOUND)
007390         MOVE WS-FCT-EXP TO WS-FCT-POWER (WS-FCT-FOUND)
007400         COMPUTE WS-FCT-PP (WS-FCT-FOUND) =
007410             WS-FCT-DIV ** WS-FCT-EXP
007420         MOVE I TO WS-FCT-SRC-IX (WS-FCT-FOUND)
007430         MOVE A (I) TO WS-FCT-SRC-VAL (WS-FCT-FOUND)
007440     END-IF.
007450 2234-EXIT.
007460     EXIT.
007470
007480 2235-SCAN-ONE-FACTOR.
007490     IF WS-FCT-PRIME (WS-FCT-IX) = WS-FCT-DIV
007500         MOVE WS-FCT-IX TO WS-FCT-FOUND
007510     END-IF.
007520 2235-EXIT.
007530     EXIT.
007540
007550*--------------------------------------------------------------*
007560*    Y-PARA / Z-PARA - RUNNING LCM BY GCD-FOLDING THE SET
007570*        LCM(K,A(J)) = (K / GCD(K,A(J))) * A(J), FOLDED ACROSS
007580*        THE ARRAY ONE ENTRY AT A TIME.  THE RUNNING LCM LIVES
007590*        IN THE 48-DIGIT WS-BIG-LCM LIMB AREA; GCD(K,A(J)) =
007600*        GCD(K MOD A(J), A(J)) KEEPS THE GCD WORK IN FIVE
007610*        DIGITS, SO EACH FOLD IS ONE BIG-MOD, ONE SMALL GCD,
007620*        ONE EXACT BIG-DIVIDE AND ONE BIG-MULTIPLY.  A FOLD
007630*        CARRYING PAST 48 DIGITS STILL FLAGS THE SET INVALID.
007640*--------------------------------------------------------------*
007650 Y-PARA.
007660     MOVE A(1) TO WS-BIG-SMALL.
007670     PERFORM 2500-BIG-LOAD-SMALL THRU 2500-EXIT.
007680     PERFORM Z-PARA THRU Z-PARA-EXIT
007690         VARYING J FROM 2 BY 1 UNTIL J > N OR WS-SET-INVALID.
007700 Y-PARA-EXIT.
007710     EXIT.
007720
007730 Z-PARA.
007740     MOVE A(J) TO WS-BIG-SMALL.
007750     PERFORM 2530-BIG-MOD-SMALL THRU 2530-EXIT.
007760     MOVE WS-BIG-MOD-RESULT TO WS-LCM-GCD-A.
007770     MOVE A(J) TO WS-LCM-GCD-B.
007780     PERFORM Z1-PARA THRU Z1-PARA-EXIT
007790         UNTIL WS-LCM-GCD-B = 0.
007800     MOVE WS-LCM-GCD-A TO WS-BIG-SMALL.
007810     PERFORM 2520-BIG-DIV-SMALL THRU 2520-EXIT.
007820     MOVE A(J) TO WS-BIG-SMALL.
007830     PERFORM 2510-BIG-MULT-SMALL THRU 2510-EXIT.
007840 Z-PARA-EXIT.
007850     EXIT.
007860
007870 Z1-PARA.
007880     DIVIDE WS-LCM-GCD-A BY WS-LCM-GCD-B
007890         GIVING Q REMAINDER WS-LCM-GCD-T.
007900     MOVE WS-LCM-GCD-B TO WS-LCM-GCD-A.
007910     MOVE WS-LCM-GCD-T TO WS-LCM-GCD-B.
007920 Z1-PARA-EXIT.
007930     EXIT.
007940
007950*--------------------------------------------------------------*
007960*    2500-BIG-LOAD-SMALL - SEED THE LIMB AREA FROM A FIVE-
007970*        DIGIT VALUE
007980*--------------------------------------------------------------*
007990 2500-BIG-LOAD-SMALL.
008000     MOVE ZERO TO WS-BIG-LCM.
008010     DIVIDE WS-BIG-SMALL BY 10000
008020         GIVING WS-BIG-LIMB (2)
008030         REMAINDER WS-BIG-LIMB (1).
008040 2500-EXIT.
008050     EXIT.
008060
008070*--------------------------------------------------------------*
008080*    2510-BIG-MULT-SMALL - LIMB AREA TIMES A FIVE-DIGIT VALUE.
008090*        A CARRY LEFT OVER PAST THE TOP LIMB MEANS THE LCM
008100*        WOULD PASS 48 DIGITS - THE SET IS FLAGGED INVALID AND
008110*        THE OVERFLOW REJECT PATH TAKES IT FROM THERE.
008120*--------------------------------------------------------------*
008130 2510-BIG-MULT-SMALL.
008140     MOVE ZERO TO WS-BIG-CARRY.
008150     PERFORM 2511-MULT-ONE-LIMB THRU 2511-EXIT
008160         VARYING WS-BIG-J FROM 1 BY 1 UNTIL WS-BIG-J > 12.
008170     IF WS-BIG-CARRY > ZERO
008180         SET WS-SET-INVALID TO TRUE
008190     END-IF.
008200 2510-EXIT.
008210     EXIT.
008220
008230 2511-MULT-ONE-LIMB.
008240     COMPUTE WS-BIG-WORK =
008250         WS-BIG-LIMB (WS-BIG-J) * WS-BIG-SMALL + WS-BIG-CARRY.
008260     DIVIDE WS-BIG-WORK BY 10000
008270         GIVING WS-BIG-CARRY
008280         REMAINDER WS-BIG-LIMB (WS-BIG-J).
008290 2511-EXIT.
008300     EXIT.
008310
008320*--------------------------------------------------------------*
008330*    2520-BIG-DIV-SMALL - LIMB AREA DIVIDED BY A FIVE-DIGIT
008340*        VALUE.  ONLY EVER CALLED WITH AN EXACT DIVISOR (THE
008350*        GCD), SO THE FINAL REMAINDER IS ALWAYS ZERO.
008360*--------------------------------------------------------------*
008370 2520-BIG-DIV-SMALL.
008380     MOVE ZERO TO WS-BIG-CARRY.
008390     PERFORM 2521-DIV-ONE-LIMB THRU 2521-EXIT
008400         VARYING WS-BIG-J FROM 12 BY -1 UNTIL WS-BIG-J < 1.
008410 2520-EXIT.
008420     EXIT.
008430
008440 2521-DIV-ONE-LIMB.
008450     COMPUTE WS-BIG-WORK =
008460         WS-BIG-CARRY * 10000 + WS-BIG-LIMB (WS-BIG-J).
008470     DIVIDE WS-BIG-WORK BY WS-BIG-SMALL
008480         GIVING WS-BIG-LIMB (WS-BIG-J)
008490         REMAINDER WS-BIG-CARRY.
008500 2521-EXIT.
008510     EXIT.
008520
008530*--------------------------------------------------------------*
008540*    2530-BIG-MOD-SMALL - REMAINDER OF THE LIMB AREA BY A
008550*        FIVE-DIGIT VALUE, LIMB AREA LEFT UNTOUCHED
008560*--------------------------------------------------------------*
008570 2530-BIG-MOD-SMALL.
008580     MOVE ZERO TO WS-BIG-CARRY.
008590     PERFORM 2531-MOD-ONE-LIMB THRU 2531-EXIT
008600         VARYING WS-BIG-J FROM 12 BY -1 UNTIL WS-BIG-J < 1.
008610     MOVE WS-BIG-CARRY TO WS-BIG-MOD-RESULT.
008620 2530-EXIT.
008630     EXIT.
008640
008650 2531-MOD-ONE-LIMB.
008660     COMPUTE WS-BIG-WORK =
008670         WS-BIG-CARRY * 10000 + WS-BIG-LIMB (WS-BIG-J).
008680     DIVIDE WS-BIG-WORK BY WS-BIG-SMALL
008690         GIVING WS-BIG-Q
008700         REMAINDER WS-BIG-CARRY.
008710 2531-EXIT.
008720     EXIT.
008730
008740*--------------------------------------------------------------*
008750*    2540-BIG-BUILD-DISPLAY - ZONED 48-DIGIT IMAGE FOR THE
008760*        AUDIT ROW PLUS A LEADING-ZERO-SUPPRESSED PRINT IMAGE
008770*--------------------------------------------------------------*
008780 2540-BIG-BUILD-DISPLAY.
008790     PERFORM 2541-ZONE-ONE-LIMB THRU 2541-EXIT
008800         VARYING WS-BIG-J FROM 1 BY 1 UNTIL WS-BIG-J > 12.
008810     MOVE WS-BIG-ZONED TO WS-BIG-PRINT.
008820     INSPECT WS-BIG-PRINT REPLACING LEADING "0" BY SPACE.
008830     IF WS-BIG-PRINT = SPACES
008840         MOVE "0" TO WS-BIG-PRINT (48:1)
008850     END-IF.
008860 2540-EXIT.
008870     EXIT.
008880
008890 2541-ZONE-ONE-LIMB.
008900     COMPUTE WS-BIG-WORK = 13 - WS-BIG-J.
008910     MOVE WS-BIG-LIMB (WS-BIG-J) TO WS-BIG-ZGRP (WS-BIG-WORK).
008920 2541-EXIT.
008930     EXIT.
008940
008950*--------------------------------------------------------------*
008960*    G-PARA - RUNNING GCD OF THE INPUT SET
008970*--------------------------------------------------------------*
008980 G-PARA.
008990     MOVE WS-GCD-RESULT TO WS-GCD-A.
009000     MOVE A(I) TO WS-GCD-B.
009010     PERFORM G1-PARA THRU G1-PARA-EXIT
009020         UNTIL WS-GCD-B = 0.
009030     MOVE WS-GCD-A TO WS-GCD-RESULT.
009040 G-PARA-EXIT.
009050     EXIT.
009060
009070 G1-PARA.
009080     DIVIDE WS-GCD-A BY WS-GCD-B GIVING Q REMAINDER WS-GCD-T.
009090     MOVE WS-GCD-B TO WS-GCD-A.
009100     MOVE WS-GCD-T TO WS-GCD-B.
009110 G1-PARA-EXIT.
009120     EXIT.
009130
009140*--------------------------------------------------------------*
009150*    2900-READ-NEXT-ENTRY - NEXT CACHE ENTRY IN KEY ORDER
009160*--------------------------------------------------------------*
009170 2900-READ-NEXT-ENTRY.
009180     READ CCH-FILE NEXT RECORD
009190         AT END SET WS-CCH-EOF TO TRUE
009200     END-READ.
009210 2900-EXIT.
009220     EXIT.
009230
009240*--------------------------------------------------------------*
009250*    8000-PRODUCE-SUMMARY - MAINTENANCE TOTALS.  A VERIFY THAT
009260*        DROPPED ANY ENTRY GRADES 4 SO THE CAUSE IS LOOKED AT.
009270*--------------------------------------------------------------*
009280 8000-PRODUCE-SUMMARY.
009290     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
009300     MOVE "CACHE ENTRIES READ" TO RPT-SUM-LABEL.
009310     MOVE WS-ENTRIES-READ TO RPT-SUM-VALUE.
009320     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
009330     IF WS-ACTION-PURGE
009340         MOVE "CACHE ENTRIES PURGED" TO RPT-SUM-LABEL
009350         MOVE WS-ENTRIES-PURGED TO RPT-SUM-VALUE
009360         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
009370         MOVE "CACHE ENTRIES KEPT" TO RPT-SUM-LABEL
009380         MOVE WS-ENTRIES-KEPT TO RPT-SUM-VALUE
009390         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
009400         DISPLAY "CACHE ENTRIES PURGED... " WS-ENTRIES-PURGED
009410         DISPLAY "CACHE ENTRIES KEPT..... " WS-ENTRIES-KEPT
009420     ELSE
009430         MOVE "CACHE ENTRIES VERIFIED" TO RPT-SUM-LABEL
009440         MOVE WS-ENTRIES-VERIFIED TO RPT-SUM-VALUE
009450         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
009460         MOVE "CACHE ENTRIES DROPPED" TO RPT-SUM-LABEL
009470         MOVE WS-ENTRIES-DROPPED TO RPT-SUM-VALUE
009480         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
009490         DISPLAY "CACHE ENTRIES VERIFIED. " WS-ENTRIES-VERIFIED
009500         DISPLAY "CACHE ENTRIES DROPPED.. " WS-ENTRIES-DROPPED
009510     END-IF.
009520     IF WS-ENTRIES-DROPPED > ZERO
009530         MOVE 4 TO RETURN-CODE
009540     ELSE
009550         MOVE ZERO TO RETURN-CODE
009560     END-IF.
009570 8000-EXIT.
009580     EXIT.
009590
009600*--------------------------------------------------------------*
009610*    9000-TERMINATE - CLOSE ALL FILES
009620*--------------------------------------------------------------*
009630 9000-TERMINATE.
009640     IF WS-CCH-OPEN
009650         CLOSE CCH-FILE
009660     END-IF.
009670     CLOSE RPT-FILE.
009680 9000-EXIT.
009690     EXIT.
