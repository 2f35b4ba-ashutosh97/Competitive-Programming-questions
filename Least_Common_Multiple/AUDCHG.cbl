000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.AUDCHG.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  RUNS AFTER LCM AND PRINTS THE
000220*                   DL120 DAY-OVER-DAY CHANGE REPORT - EVERY
000230*                   SET POSTED TO LCMAUDIT ON THE BUSINESS DATE
000240*                   IS COMPARED WITH ITS MOST RECENT EARLIER
000250*                   ROW ON VALUES, LCM, GCD, HEADS, LEGS,
000260*                   SPECIES BREAKDOWN AND THE RECONCILIATION,
000270*                   AMBIGUITY AND WEIGHT FLAGS.  CHANGED SETS
000280*                   PRINT OLD AGAINST NEW, FIRST-TIME SETS AND
000290*                   SETS DROPPED SINCE THE PREVIOUS POSTING
000300*                   DATE ARE LISTED, AND MORE CHANGED SETS THAN
000310*                   THE THRESHOLD= CARD ALLOWS ENDS WITH
000320*                   RETURN-CODE 4 SO THE TRANSMIT IS HELD.
000330*--------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUD-FILE ASSIGN TO "LCMAUDIT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS AUD-KEY
000410         FILE STATUS IS WS-AUD-STATUS.
000420     SELECT PARM-FILE ASSIGN TO "CHGPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PRM-STATUS.
000450     SELECT RPT-FILE ASSIGN TO "CHGRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*--------------------------------------------------------------*
000520*    AUD-FILE - AUDIT LOG WRITTEN BY LCM
000530*--------------------------------------------------------------*
000540 FD  AUD-FILE.
000550     COPY AUDREC.
000560
000570*--------------------------------------------------------------*
000580*    PARM-FILE - BUSINESS DATE AND CHANGE THRESHOLD CARDS
000590*--------------------------------------------------------------*
000600 FD  PARM-FILE
000610     RECORDING MODE IS F.
000620 01  PARM-RECORD                 PIC X(80).
000630
000640*--------------------------------------------------------------*
000650*    RPT-FILE - PRINTED CHANGE REPORT
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
000760     05  WS-AUD-STATUS           PIC X(02) VALUE "00".
000770     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
000780     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000790
000800 01  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
000810     88  WS-AUD-EOF                      VALUE "Y".
000820     88  WS-AUD-NOT-EOF                  VALUE "N".
000830
000840 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
000850     88  WS-PRM-EOF                      VALUE "Y".
000860     88  WS-PRM-NOT-EOF                  VALUE "N".
000870
000880*--------------------------------------------------------------*
000890*    OLD-RECORD / NEW-RECORD - THE SET'S MOST RECENT EARLIER
000900*        ROW AND ITS ROW FOR THE BUSINESS DATE, READ BACK BY
000910*        KEY AND HELD SIDE BY SIDE FOR THE COMPARISON
000920*--------------------------------------------------------------*
000930     COPY AUDREC REPLACING LEADING ==AUD== BY ==OLD==.
000940     COPY AUDREC REPLACING LEADING ==AUD== BY ==NEW==.
000950
000960*--------------------------------------------------------------*
000970*    BUSINESS DATE (DATE= CARD, DEFAULT TODAY) AND CHANGED-SET
000980*        THRESHOLD (THRESHOLD= CARD, DEFAULT ZERO - ANY CHANGED
000990*        SET HOLDS THE TRANSMIT)
001000*--------------------------------------------------------------*
001010 77  WS-BUS-DATE                 PIC 9(08) VALUE 0.
001020 77  WS-CHG-THRESHOLD            PIC 9(05) VALUE 0.
001030 01  WS-DATE-MDY.
001040     05  WS-MDY-MM               PIC X(02).
001050     05  FILLER                  PIC X(01).
001060     05  WS-MDY-DD               PIC X(02).
001070     05  FILLER                  PIC X(01).
001080     05  WS-MDY-YYYY             PIC X(04).
001090 01  WS-DATE-YMD.
001100     05  WS-YMD-YYYY             PIC X(04).
001110     05  WS-YMD-MM               PIC X(02).
001120     05  WS-YMD-DD               PIC X(02).
001130 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD
001140                                 PIC 9(08).
001150
001160*--------------------------------------------------------------*
001170*    YYYYMMDD TO MM/DD/YYYY FOR THE REPORT LINES
001180*--------------------------------------------------------------*
001190 01  WS-EDIT-DATE-N              PIC 9(08) VALUE 0.
001200 01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-N.
001210     05  WS-EDT-YYYY             PIC 9(04).
001220     05  WS-EDT-MM               PIC 9(02).
001230     05  WS-EDT-DD               PIC 9(02).
001240 01  WS-EDIT-DATE-PRINT.
001250     05  WS-EDP-MM               PIC 9(02).
001260     05  FILLER                  PIC X(01) VALUE "/".
001270     05  WS-EDP-DD               PIC 9(02).
001280     05  FILLER                  PIC X(01) VALUE "/".
001290     05  WS-EDP-YYYY             PIC 9(04).
001300
001310*--------------------------------------------------------------*
001320*    SET TABLE - ONE ENTRY PER POSSIBLE SET ID, FILLED BY ONE
001330*        PASS OF THE LOG IN KEY ORDER UP TO THE BUSINESS DATE.
001340*        A ROW BEFORE THE BUSINESS DATE OVERWRITES THE SET'S
001350*        PRIOR KEY, SO THE LAST ONE STANDING IS THE MOST RECENT
001360*        EARLIER ROW (HIGHEST CORRECTION ON THE LATEST DATE);
001370*        A ROW ON THE BUSINESS DATE DOES THE SAME FOR TODAY'S
001380*        KEY, SO A SET CORRECTED TODAY COMPARES ITS CORRECTION.
001390*--------------------------------------------------------------*
001400 01  WS-SET-TABLE.
001410     05  WS-SET-ENTRY OCCURS 99999 TIMES.
001420         10  WS-SET-TODAY-SW     PIC X(01).
001430             88  WS-SET-POSTED-TODAY     VALUE "Y".
001440         10  WS-SET-TODAY-SEQ    PIC 9(02).
001450         10  WS-SET-PRIOR-SW     PIC X(01).
001460             88  WS-SET-HAS-PRIOR        VALUE "Y".
001470         10  WS-SET-PRIOR-DATE   PIC 9(08).
001480         10  WS-SET-PRIOR-SEQ    PIC 9(02).
001490 77  WS-SET-IX                   PIC 9(06) VALUE 0.
001500
001510*--------------------------------------------------------------*
001520*    LATEST POSTING DATE BEFORE THE BUSINESS DATE - A SET LAST
001530*        POSTED ON IT AND NOT POSTED TODAY HAS DROPPED
001540*--------------------------------------------------------------*
001550 77  WS-PREV-POST-DATE           PIC 9(08) VALUE 0.
001560
001570*--------------------------------------------------------------*
001580*    COMPARISON WORK - THE NAMES OF THE ITEMS THAT DIFFER
001590*--------------------------------------------------------------*
001600 01  WS-DIFF-TEXT                PIC X(80) VALUE SPACES.
001610 77  WS-DIFF-PTR                 PIC 9(03) VALUE 1.
001620 01  WS-DIFF-SW                  PIC X(01) VALUE "N".
001630     88  WS-SET-CHANGED                  VALUE "Y".
001640     88  WS-SET-UNCHANGED                VALUE "N".
001650
001660*--------------------------------------------------------------*
001670*    COUNTERS
001680*--------------------------------------------------------------*
001690 77  WS-ROWS-READ                PIC 9(07) VALUE 0.
001700 77  WS-SETS-TODAY               PIC 9(07) VALUE 0.
001710 77  WS-SETS-CHANGED             PIC 9(07) VALUE 0.
001720 77  WS-SETS-UNCHANGED           PIC 9(07) VALUE 0.
001730 77  WS-SETS-NEW                 PIC 9(07) VALUE 0.
001740 77  WS-SETS-DROPPED             PIC 9(07) VALUE 0.
001750
001760*--------------------------------------------------------------*
001770*    RUN DATE / REPORT PAGINATION
001780*--------------------------------------------------------------*
001790 01  WS-RUN-DATE-RAW.
001800     05  WS-RUN-YYYY             PIC 9(04).
001810     05  WS-RUN-MM               PIC 9(02).
001820     05  WS-RUN-DD               PIC 9(02).
001830 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
001840                                 PIC 9(08).
001850 01  WS-RUN-DATE-PRINT.
001860     05  WS-PRT-MM               PIC 9(02).
001870     05  FILLER                  PIC X(01) VALUE "/".
001880     05  WS-PRT-DD               PIC 9(02).
001890     05  FILLER                  PIC X(01) VALUE "/".
001900     05  WS-PRT-YYYY             PIC 9(04).
001910
001920 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
001930 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
001940 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
001950
001960*--------------------------------------------------------------*
001970*    PRINT LINE LAYOUTS
001980*--------------------------------------------------------------*
001990 01  RPT-HEADER-1.
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002010     05  FILLER                  PIC X(40)
002020             VALUE "DL120 - DAY-OVER-DAY SET CHANGE REPORT".
002030     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  RPT1-DATE               PIC X(10).
002060     05  FILLER                  PIC X(06) VALUE SPACES.
002070     05  FILLER                  PIC X(05) VALUE "PAGE ".
002080     05  RPT1-PAGE               PIC ZZ9.
002090     05  FILLER                  PIC X(58) VALUE SPACES.
002100
002110 01  RPT-HEADER-2.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  FILLER                  PIC X(131) VALUE ALL "-".
002140
002150 01  RPT-CRITERIA-LINE.
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  FILLER                  PIC X(23)
002180             VALUE "SETS POSTED ON BUSINESS".
002190     05  FILLER                  PIC X(06) VALUE " DATE ".
002200     05  RPT-C-BUS-DATE          PIC X(10).
002210     05  FILLER                  PIC X(26)
002220             VALUE " - PREVIOUS POSTING DATE ".
002230     05  RPT-C-PREV-DATE         PIC X(10).
002240     05  FILLER                  PIC X(56) VALUE SPACES.
002250
002260 01  RPT-SECTION-LINE.
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  RPT-SEC-TITLE           PIC X(60).
002290     05  FILLER                  PIC X(71) VALUE SPACES.
002300
002310 01  RPT-SET-LINE.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  FILLER                  PIC X(04) VALUE "SET ".
002340     05  RPT-S-SETID             PIC 9(05).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  RPT-S-LABEL             PIC X(09).
002370     05  RPT-S-TEXT              PIC X(80).
002380     05  FILLER                  PIC X(31) VALUE SPACES.
002390
002400 01  RPT-ROW-LINE.
002410     05  FILLER                  PIC X(06) VALUE SPACES.
002420     05  RPT-R-LABEL             PIC X(09).
002430     05  RPT-R-DATE              PIC X(10).
002440     05  FILLER                  PIC X(05) VALUE " LCM ".
002450     05  RPT-R-LCM               PIC X(48).
002460     05  FILLER                  PIC X(05) VALUE " GCD ".
002470     05  RPT-R-GCD               PIC Z(5)9.
002480     05  FILLER                  PIC X(03) VALUE " H=".
002490     05  RPT-R-HEADS             PIC ZZ9.
002500     05  FILLER                  PIC X(03) VALUE " L=".
002510     05  RPT-R-LEGS              PIC ZZ9.
002520     05  FILLER                  PIC X(03) VALUE " R=".
002530     05  RPT-R-RECON             PIC X(01).
002540     05  FILLER                  PIC X(03) VALUE " A=".
002550     05  RPT-R-AMBIG             PIC X(01).
002560     05  FILLER                  PIC X(03) VALUE " W=".
002570     05  RPT-R-WEIGHT            PIC X(01).
002580     05  FILLER                  PIC X(15) VALUE SPACES.
002590
002600 01  RPT-VALUES-LINE.
002610     05  FILLER                  PIC X(15) VALUE SPACES.
002620     05  RPT-V-TEXT              PIC X(110).
002630     05  FILLER                  PIC X(07) VALUE SPACES.
002640
002650 01  RPT-SPECIES-LINE.
002660     05  FILLER                  PIC X(15) VALUE SPACES.
002670     05  RPT-SP-TEXT             PIC X(80).
002680     05  FILLER                  PIC X(37) VALUE SPACES.
002690
002700 01  RPT-SUMMARY-LINE.
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  RPT-SUM-LABEL           PIC X(40).
002730     05  RPT-SUM-VALUE           PIC Z(06)9.
002740     05  FILLER                  PIC X(84) VALUE SPACES.
002750
002760 01  RPT-NONE-LINE.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  FILLER                  PIC X(06) VALUE "(NONE)".
002790     05  FILLER                  PIC X(125) VALUE SPACES.
002800 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
002810
002820 PROCEDURE DIVISION.
002830*--------------------------------------------------------------*
002840*    0000-MAINLINE - OVERALL JOB CONTROL
002850*--------------------------------------------------------------*
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     PERFORM 2000-TABLE-ONE-ROW THRU 2000-EXIT
002890         UNTIL WS-AUD-EOF.
002900     PERFORM 1300-PRINT-CRITERIA THRU 1300-EXIT.
002910     PERFORM 3000-LIST-CHANGED-SETS THRU 3000-EXIT.
002920     PERFORM 4000-LIST-NEW-SETS THRU 4000-EXIT.
002930     PERFORM 5000-LIST-DROPPED-SETS THRU 5000-EXIT.
002940     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
002950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002960     STOP RUN.
002970
002980*--------------------------------------------------------------*
002990*    1000-INITIALIZE - OPEN FILES, READ THE PARM CARDS AND
003000*        POSITION THE LOG AT ITS FIRST ROW
003010*--------------------------------------------------------------*
003020 1000-INITIALIZE.
003030     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
003040     MOVE WS-RUN-MM TO WS-PRT-MM.
003050     MOVE WS-RUN-DD TO WS-PRT-DD.
003060     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
003070     MOVE WS-RUN-DATE-NUM TO WS-BUS-DATE.
003080
003090     OPEN OUTPUT RPT-FILE.
003100     IF WS-RPT-STATUS NOT = "00"
003110         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
003160     OPEN INPUT AUD-FILE.
003170     IF WS-AUD-STATUS NOT = "00"
003180         DISPLAY "AUD-FILE OPEN FAILED - STATUS " WS-AUD-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     MOVE SPACES TO WS-SET-TABLE.
003230     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
003240
003250     SET WS-AUD-NOT-EOF TO TRUE.
003260     MOVE ZERO TO AUD-KEY-DATE.
003270     MOVE ZERO TO AUD-SET-ID.
003280     MOVE ZERO TO AUD-CORR-SEQ.
003290     START AUD-FILE KEY NOT LESS THAN AUD-KEY
003300         INVALID KEY SET WS-AUD-EOF TO TRUE
003310     END-START.
003320     IF WS-AUD-NOT-EOF
003330         PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT
003340     END-IF.
003350 1000-EXIT.
003360     EXIT.
003370
003380*--------------------------------------------------------------*
003390*    1100-READ-PARM-CARDS - DATE=MM/DD/YYYY NAMES THE BUSINESS
003400*        DATE WHEN THE STEP RUNS PAST MIDNIGHT OR IS RERUN;
003410*        THRESHOLD=NNNNN IS THE MOST CHANGED SETS ALLOWED
003420*        BEFORE THE RUN GRADES 4.  NO PARM FILE AT ALL
003430*        COMPARES TODAY WITH A THRESHOLD OF ZERO.
003440*--------------------------------------------------------------*
003450 1100-READ-PARM-CARDS.
003460     OPEN INPUT PARM-FILE.
003470     IF WS-PRM-STATUS = "35"
003480         GO TO 1100-EXIT
003490     END-IF.
003500     IF WS-PRM-STATUS NOT = "00"
003510         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     SET WS-PRM-NOT-EOF TO TRUE.
003560     READ PARM-FILE
003570         AT END SET WS-PRM-EOF TO TRUE
003580     END-READ.
003590     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
003600         UNTIL WS-PRM-EOF.
003610     CLOSE PARM-FILE.
003620 1100-EXIT.
003630     EXIT.
003640
003650 1110-APPLY-ONE-PARM.
003660     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
003670         GO TO 1110-NEXT
003680     END-IF.
003690     IF PARM-RECORD (1:5) = "DATE="
003700         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
003710         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
003720         MOVE WS-DATE-YMD-N TO WS-BUS-DATE
003730         GO TO 1110-NEXT
003740     END-IF.
003750     IF PARM-RECORD (1:10) = "THRESHOLD="
003760         IF PARM-RECORD (11:5) NOT NUMERIC
003770             DISPLAY "INVALID THRESHOLD ON PARM CARD - "
003780                 PARM-RECORD
003790             MOVE 16 TO RETURN-CODE
003800             STOP RUN
003810         END-IF
003820         MOVE PARM-RECORD (11:5) TO WS-CHG-THRESHOLD
003830         GO TO 1110-NEXT
003840     END-IF.
003850     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
003860     MOVE 16 TO RETURN-CODE.
003870     STOP RUN.
003880 1110-NEXT.
003890     READ PARM-FILE
003900         AT END SET WS-PRM-EOF TO TRUE
003910     END-READ.
003920 1110-EXIT.
003930     EXIT.
003940
003950 1120-CONVERT-MDY-TO-YMD.
003960     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
003970     MOVE WS-MDY-MM TO WS-YMD-MM.
003980     MOVE WS-MDY-DD TO WS-YMD-DD.
003990     IF WS-DATE-YMD NOT NUMERIC
004000         DISPLAY "INVALID DATE ON PARM CARD - " PARM-RECORD
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040 1120-EXIT.
004050     EXIT.
004060
004070*--------------------------------------------------------------*
004080*    1200-PRINT-HEADING - REPORT PAGE HEADER
004090*--------------------------------------------------------------*
004100 1200-PRINT-HEADING.
004110     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
004120     MOVE WS-PAGE-NO TO RPT1-PAGE.
004130     WRITE RPT-RECORD FROM RPT-HEADER-1.
004140     WRITE RPT-RECORD FROM RPT-HEADER-2.
004150     MOVE ZERO TO WS-LINE-COUNT.
004160 1200-EXIT.
004170     EXIT.
004180
004190*--------------------------------------------------------------*
004200*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
004210*--------------------------------------------------------------*
004220 1210-NEW-PAGE.
004230     ADD 1 TO WS-PAGE-NO.
004240     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004250     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
004260 1210-EXIT.
004270     EXIT.
004280
004290*--------------------------------------------------------------*
004300*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
004310*--------------------------------------------------------------*
004320 1220-CHECK-PAGE-BREAK.
004330     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
004340         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
004350     END-IF.
004360 1220-EXIT.
004370     EXIT.
004380
004390*--------------------------------------------------------------*
004400*    1230-PRINT-SECTION-TITLE - BLANK LINE AND SECTION TITLE,
004410*        KEPT OFF THE FOOT OF A PAGE
004420*--------------------------------------------------------------*
004430 1230-PRINT-SECTION-TITLE.
004440     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
004450         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
004460     END-IF.
004470     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004480     WRITE RPT-RECORD FROM RPT-SECTION-LINE.
004490     ADD 2 TO WS-LINE-COUNT.
004500 1230-EXIT.
004510     EXIT.
004520
004530*--------------------------------------------------------------*
004540*    1300-PRINT-CRITERIA - THE BUSINESS DATE AND THE PREVIOUS
004550*        POSTING DATE FOUND IN THE LOG
004560*--------------------------------------------------------------*
004570 1300-PRINT-CRITERIA.
004580     MOVE WS-BUS-DATE TO WS-EDIT-DATE-N.
004590     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
004600     MOVE WS-EDIT-DATE-PRINT TO RPT-C-BUS-DATE.
004610     IF WS-PREV-POST-DATE = ZERO
004620         MOVE "(NONE)" TO RPT-C-PREV-DATE
004630     ELSE
004640         MOVE WS-PREV-POST-DATE TO WS-EDIT-DATE-N
004650         PERFORM 2850-EDIT-DATE THRU 2850-EXIT
004660         MOVE WS-EDIT-DATE-PRINT TO RPT-C-PREV-DATE
004670     END-IF.
004680     WRITE RPT-RECORD FROM RPT-CRITERIA-LINE.
004690     ADD 1 TO WS-LINE-COUNT.
004700 1300-EXIT.
004710     EXIT.
004720
004730*--------------------------------------------------------------*
004740*    2000-TABLE-ONE-ROW - RECORD THE ROW'S KEY AGAINST ITS SET,
004750*        AS TODAY'S ROW OR AS THE LATEST EARLIER ROW SO FAR
004760*--------------------------------------------------------------*
004770 2000-TABLE-ONE-ROW.
004780     ADD 1 TO WS-ROWS-READ.
004790     IF AUD-SET-ID = ZERO
004800         GO TO 2000-NEXT
004810     END-IF.
004820     IF AUD-KEY-DATE = WS-BUS-DATE
004830         IF NOT WS-SET-POSTED-TODAY (AUD-SET-ID)
004840             ADD 1 TO WS-SETS-TODAY
004850         END-IF
004860         MOVE "Y" TO WS-SET-TODAY-SW (AUD-SET-ID)
004870         MOVE AUD-CORR-SEQ TO WS-SET-TODAY-SEQ (AUD-SET-ID)
004880         GO TO 2000-NEXT
004890     END-IF.
004900     MOVE "Y" TO WS-SET-PRIOR-SW (AUD-SET-ID).
004910     MOVE AUD-KEY-DATE TO WS-SET-PRIOR-DATE (AUD-SET-ID).
004920     MOVE AUD-CORR-SEQ TO WS-SET-PRIOR-SEQ (AUD-SET-ID).
004930     MOVE AUD-KEY-DATE TO WS-PREV-POST-DATE.
004940 2000-NEXT.
004950     PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT.
004960 2000-EXIT.
004970     EXIT.
004980
004990*--------------------------------------------------------------*
005000*    2850-EDIT-DATE - WS-EDIT-DATE-N (YYYYMMDD) TO MM/DD/YYYY
005010*--------------------------------------------------------------*
005020 2850-EDIT-DATE.
005030     MOVE WS-EDT-MM TO WS-EDP-MM.
005040     MOVE WS-EDT-DD TO WS-EDP-DD.
005050     MOVE WS-EDT-YYYY TO WS-EDP-YYYY.
005060 2850-EXIT.
005070     EXIT.
005080
005090*--------------------------------------------------------------*
005100*    2900-READ-NEXT-AUDIT - NEXT ROW IN KEY ORDER; A ROW KEYED
005110*        PAST THE BUSINESS DATE ENDS THE SCAN
005120*--------------------------------------------------------------*
005130 2900-READ-NEXT-AUDIT.
005140     READ AUD-FILE NEXT RECORD
005150         AT END SET WS-AUD-EOF TO TRUE
005160         NOT AT END
005170             IF AUD-KEY-DATE > WS-BUS-DATE
005180                 SET WS-AUD-EOF TO TRUE
005190             END-IF
005200     END-READ.
005210 2900-EXIT.
005220     EXIT.
005230
005240*--------------------------------------------------------------*
005250*    2910-READ-NEW-ROW - THE SET'S ROW FOR THE BUSINESS DATE
005260*--------------------------------------------------------------*
005270 2910-READ-NEW-ROW.
005280     MOVE WS-BUS-DATE TO AUD-KEY-DATE.
005290     MOVE WS-SET-IX TO AUD-SET-ID.
005300     MOVE WS-SET-TODAY-SEQ (WS-SET-IX) TO AUD-CORR-SEQ.
005310     READ AUD-FILE
005320         INVALID KEY CONTINUE
005330     END-READ.
005340     IF WS-AUD-STATUS NOT = "00"
005350         DISPLAY "AUD-FILE READ FAILED - STATUS " WS-AUD-STATUS
005360             " SET " WS-SET-IX
005370         MOVE 16 TO RETURN-CODE
005380         STOP RUN
005390     END-IF.
005400     MOVE AUD-RECORD TO NEW-RECORD.
005410 2910-EXIT.
005420     EXIT.
005430
005440*--------------------------------------------------------------*
005450*    2920-READ-OLD-ROW - THE SET'S MOST RECENT EARLIER ROW
005460*--------------------------------------------------------------*
005470 2920-READ-OLD-ROW.
005480     MOVE WS-SET-PRIOR-DATE (WS-SET-IX) TO AUD-KEY-DATE.
005490     MOVE WS-SET-IX TO AUD-SET-ID.
005500     MOVE WS-SET-PRIOR-SEQ (WS-SET-IX) TO AUD-CORR-SEQ.
005510     READ AUD-FILE
005520         INVALID KEY CONTINUE
005530     END-READ.
005540     IF WS-AUD-STATUS NOT = "00"
005550         DISPLAY "AUD-FILE READ FAILED - STATUS " WS-AUD-STATUS
005560             " SET " WS-SET-IX
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600     MOVE AUD-RECORD TO OLD-RECORD.
005610 2920-EXIT.
005620     EXIT.
005630
005640*--------------------------------------------------------------*
005650*    3000-LIST-CHANGED-SETS - EVERY SET POSTED TODAY THAT HAS
005660*        AN EARLIER ROW, OLD AGAINST NEW WHERE ANYTHING MOVED
005670*--------------------------------------------------------------*
005680 3000-LIST-CHANGED-SETS.
005690     MOVE "SETS CHANGED SINCE THEIR PREVIOUS POSTING"
005700         TO RPT-SEC-TITLE.
005710     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
005720     PERFORM 3100-COMPARE-ONE-SET THRU 3100-EXIT
005730         VARYING WS-SET-IX FROM 1 BY 1
005740         UNTIL WS-SET-IX > 99999.
005750     IF WS-SETS-CHANGED = ZERO
005760         WRITE RPT-RECORD FROM RPT-NONE-LINE
005770         ADD 1 TO WS-LINE-COUNT
005780     END-IF.
005790 3000-EXIT.
005800     EXIT.
005810
005820 3100-COMPARE-ONE-SET.
005830     IF NOT WS-SET-POSTED-TODAY (WS-SET-IX)
005840             OR NOT WS-SET-HAS-PRIOR (WS-SET-IX)
005850         GO TO 3100-EXIT
005860     END-IF.
005870     PERFORM 2910-READ-NEW-ROW THRU 2910-EXIT.
005880     PERFORM 2920-READ-OLD-ROW THRU 2920-EXIT.
005890     PERFORM 3200-BUILD-DIFFERENCES THRU 3200-EXIT.
005900     IF WS-SET-UNCHANGED
005910         ADD 1 TO WS-SETS-UNCHANGED
005920         GO TO 3100-EXIT
005930     END-IF.
005940     ADD 1 TO WS-SETS-CHANGED.
005950     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
005960         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
005970     END-IF.
005980     MOVE WS-SET-IX TO RPT-S-SETID.
005990     MOVE "CHANGED  " TO RPT-S-LABEL.
006000     MOVE WS-DIFF-TEXT TO RPT-S-TEXT.
006010     WRITE RPT-RECORD FROM RPT-SET-LINE.
006020     ADD 1 TO WS-LINE-COUNT.
006030     MOVE "PREVIOUS " TO RPT-R-LABEL.
006040     MOVE OLD-RECORD TO AUD-RECORD.
006050     PERFORM 3300-PRINT-ROW-IMAGE THRU 3300-EXIT.
006060     MOVE "TODAY    " TO RPT-R-LABEL.
006070     MOVE NEW-RECORD TO AUD-RECORD.
006080     PERFORM 3300-PRINT-ROW-IMAGE THRU 3300-EXIT.
006090 3100-EXIT.
006100     EXIT.
006110
006120*--------------------------------------------------------------*
006130*    3200-BUILD-DIFFERENCES - NAME EACH COMPARED ITEM THAT
006140*        DIFFERS BETWEEN THE OLD AND NEW ROWS
006150*--------------------------------------------------------------*
006160 3200-BUILD-DIFFERENCES.
006170     SET WS-SET-UNCHANGED TO TRUE.
006180     MOVE SPACES TO WS-DIFF-TEXT.
006190     MOVE 1 TO WS-DIFF-PTR.
006200     IF NEW-VALUES-TEXT NOT = OLD-VALUES-TEXT
006210         STRING "VALUES " DELIMITED BY SIZE
006220             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
006230         SET WS-SET-CHANGED TO TRUE
006240     END-IF.
006250     IF NEW-LCM NOT = OLD-LCM
006260         STRING "LCM " DELIMITED BY SIZE
006270             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
006280         SET WS-SET-CHANGED TO TRUE
006290     END-IF.
006300     IF NEW-GCD NOT = OLD-GCD
006310         STRING "GCD " DELIMITED BY SIZE
006320             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
006330         SET WS-SET-CHANGED TO TRUE
006340     END-IF.
006350     IF NEW-HEADS NOT = OLD-HEADS
006360         STRING "HEADS " DELIMITED BY SIZE
006370             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
006380         SET WS-SET-CHANGED TO TRUE
006390     END-IF.
006400     IF NEW-LEGS NOT = OLD-LEGS
006410         STRING "LEGS " DELIMITED BY SIZE
006420             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
006430         SET WS-SET-CHANGED TO TRUE
006440     END-IF.
006450     IF NEW-SPECIES-TEXT NOT = OLD-SPECIES-TEXT
006460         STRING "BREAKDOWN " DELIMITED BY SIZE
006470             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
006480         SET WS-SET-CHANGED TO TRUE
006490     END-IF.
006500     IF NEW-RECON-FLAG NOT = OLD-RECON-FLAG
006510         STRING "RECON-FLAG " DELIMITED BY SIZE
006520             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
006530         SET WS-SET-CHANGED TO TRUE
006540     END-IF.
006550     IF NEW-AMBIG-FLAG NOT = OLD-AMBIG-FLAG
006560         STRING "AMBIG-FLAG " DELIMITED BY SIZE
006570             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
006580         SET WS-SET-CHANGED TO TRUE
006590     END-IF.
006600     IF NEW-WEIGHT-FLAG NOT = OLD-WEIGHT-FLAG
006610         STRING "WEIGHT-FLAG " DELIMITED BY SIZE
006620             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
006630         SET WS-SET-CHANGED TO TRUE
006640     END-IF.
006650 3200-EXIT.
006660     EXIT.
006670
006680*--------------------------------------------------------------*
006690*    3300-PRINT-ROW-IMAGE - ONE ROW (STAGED IN AUD-RECORD) AS A
006700*        DETAIL LINE, ITS VALUES AND ITS SPECIES BREAKDOWN.  A
006710*        FULL 25-VALUE SET SPILLS ITS TAIL ONTO A SECOND LINE.
006720*--------------------------------------------------------------*
006730 3300-PRINT-ROW-IMAGE.
006740     MOVE AUD-DATE TO RPT-R-DATE.
006750     MOVE AUD-LCM TO RPT-R-LCM.
006760     INSPECT RPT-R-LCM REPLACING LEADING "0" BY SPACE.
006770     IF RPT-R-LCM = SPACES
006780         MOVE "0" TO RPT-R-LCM (48:1)
006790     END-IF.
006800     MOVE AUD-GCD TO RPT-R-GCD.
006810     MOVE AUD-HEADS TO RPT-R-HEADS.
006820     MOVE AUD-LEGS TO RPT-R-LEGS.
006830     MOVE AUD-RECON-FLAG TO RPT-R-RECON.
006840     MOVE AUD-AMBIG-FLAG TO RPT-R-AMBIG.
006850     MOVE AUD-WEIGHT-FLAG TO RPT-R-WEIGHT.
006860     WRITE RPT-RECORD FROM RPT-ROW-LINE.
006870     ADD 1 TO WS-LINE-COUNT.
006880     MOVE AUD-VALUES-TEXT (1:110) TO RPT-V-TEXT.
006890     WRITE RPT-RECORD FROM RPT-VALUES-LINE.
006900     ADD 1 TO WS-LINE-COUNT.
006910     IF AUD-VALUES-TEXT (111:50) NOT = SPACES
006920         MOVE SPACES TO RPT-V-TEXT
006930         MOVE AUD-VALUES-TEXT (111:50) TO RPT-V-TEXT
006940         WRITE RPT-RECORD FROM RPT-VALUES-LINE
006950         ADD 1 TO WS-LINE-COUNT
006960     END-IF.
006970     IF AUD-SPECIES-TEXT NOT = SPACES
006980         MOVE AUD-SPECIES-TEXT TO RPT-SP-TEXT
006990         WRITE RPT-RECORD FROM RPT-SPECIES-LINE
007000         ADD 1 TO WS-LINE-COUNT
007010     END-IF.
007020 3300-EXIT.
007030     EXIT.
007040
007050*--------------------------------------------------------------*
007060*    4000-LIST-NEW-SETS - SETS POSTED TODAY WITH NO EARLIER ROW
007070*        ANYWHERE IN THE LOG
007080*--------------------------------------------------------------*
007090 4000-LIST-NEW-SETS.
007100     MOVE "SETS POSTED FOR THE FIRST TIME" TO RPT-SEC-TITLE.
007110     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
007120     PERFORM 4100-LIST-ONE-NEW-SET THRU 4100-EXIT
007130         VARYING WS-SET-IX FROM 1 BY 1
007140         UNTIL WS-SET-IX > 99999.
007150     IF WS-SETS-NEW = ZERO
007160         WRITE RPT-RECORD FROM RPT-NONE-LINE
007170         ADD 1 TO WS-LINE-COUNT
007180     END-IF.
007190 4000-EXIT.
007200     EXIT.
007210
007220 4100-LIST-ONE-NEW-SET.
007230     IF NOT WS-SET-POSTED-TODAY (WS-SET-IX)
007240             OR WS-SET-HAS-PRIOR (WS-SET-IX)
007250         GO TO 4100-EXIT
007260     END-IF.
007270     ADD 1 TO WS-SETS-NEW.
007280     PERFORM 2910-READ-NEW-ROW THRU 2910-EXIT.
007290     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
007300         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
007310     END-IF.
007320     MOVE WS-SET-IX TO RPT-S-SETID.
007330     MOVE "NEW      " TO RPT-S-LABEL.
007340     MOVE SPACES TO RPT-S-TEXT.
007350     WRITE RPT-RECORD FROM RPT-SET-LINE.
007360     ADD 1 TO WS-LINE-COUNT.
007370     MOVE "TODAY    " TO RPT-R-LABEL.
007380     PERFORM 3300-PRINT-ROW-IMAGE THRU 3300-EXIT.
007390 4100-EXIT.
007400     EXIT.
007410
007420*--------------------------------------------------------------*
007430*    5000-LIST-DROPPED-SETS - SETS POSTED ON THE PREVIOUS
007440*        POSTING DATE THAT DID NOT POST ON THE BUSINESS DATE
007450*--------------------------------------------------------------*
007460 5000-LIST-DROPPED-SETS.
007470     MOVE "SETS POSTED ON THE PREVIOUS DATE AND NOT TODAY"
007480         TO RPT-SEC-TITLE.
007490     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
007500     IF WS-PREV-POST-DATE > ZERO
007510         PERFORM 5100-LIST-ONE-DROPPED-SET THRU 5100-EXIT
007520             VARYING WS-SET-IX FROM 1 BY 1
007530             UNTIL WS-SET-IX > 99999
007540     END-IF.
007550     IF WS-SETS-DROPPED = ZERO
007560         WRITE RPT-RECORD FROM RPT-NONE-LINE
007570         ADD 1 TO WS-LINE-COUNT
007580     END-IF.
007590 5000-EXIT.
007600     EXIT.
007610
007620 5100-LIST-ONE-DROPPED-SET.
007630     IF WS-SET-POSTED-TODAY (WS-SET-IX)
007640             OR NOT WS-SET-HAS-PRIOR (WS-SET-IX)
007650         GO TO 5100-EXIT
007660     END-IF.
007670     IF WS-SET-PRIOR-DATE (WS-SET-IX) NOT = WS-PREV-POST-DATE
007680         GO TO 5100-EXIT
007690     END-IF.
007700     ADD 1 TO WS-SETS-DROPPED.
007710     PERFORM 2920-READ-OLD-ROW THRU 2920-EXIT.
007720     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
007730         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
007740     END-IF.
007750     MOVE WS-SET-IX TO RPT-S-SETID.
007760     MOVE "DROPPED  " TO RPT-S-LABEL.
007770     MOVE SPACES TO RPT-S-TEXT.
007780     WRITE RPT-RECORD FROM RPT-SET-LINE.
007790     ADD 1 TO WS-LINE-COUNT.
007800     MOVE "PREVIOUS " TO RPT-R-LABEL.
007810     PERFORM 3300-PRINT-ROW-IMAGE THRU 3300-EXIT.
007820 5100-EXIT.
007830     EXIT.
007840
007850*--------------------------------------------------------------*
007860*    8000-PRODUCE-SUMMARY - RUN TOTALS AND THE JOB GRADE - 4
007870*        WHEN MORE SETS CHANGED THAN THE THRESHOLD ALLOWS
007880*--------------------------------------------------------------*
007890 8000-PRODUCE-SUMMARY.
007900     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
007910     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
007920     MOVE "AUDIT ROWS READ" TO RPT-SUM-LABEL.
007930     MOVE WS-ROWS-READ TO RPT-SUM-VALUE.
007940     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007950     MOVE "SETS POSTED ON THE BUSINESS DATE" TO RPT-SUM-LABEL.
007960     MOVE WS-SETS-TODAY TO RPT-SUM-VALUE.
007970     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007980     MOVE "SETS CHANGED" TO RPT-SUM-LABEL.
007990     MOVE WS-SETS-CHANGED TO RPT-SUM-VALUE.
008000     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008010     MOVE "SETS UNCHANGED" TO RPT-SUM-LABEL.
008020     MOVE WS-SETS-UNCHANGED TO RPT-SUM-VALUE.
008030     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008040     MOVE "SETS NEW" TO RPT-SUM-LABEL.
008050     MOVE WS-SETS-NEW TO RPT-SUM-VALUE.
008060     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008070     MOVE "SETS DROPPED" TO RPT-SUM-LABEL.
008080     MOVE WS-SETS-DROPPED TO RPT-SUM-VALUE.
008090     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008100     MOVE "CHANGED-SET THRESHOLD" TO RPT-SUM-LABEL.
008110     MOVE WS-CHG-THRESHOLD TO RPT-SUM-VALUE.
008120     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008130     DISPLAY "AUDIT ROWS READ........ " WS-ROWS-READ.
008140     DISPLAY "SETS POSTED TODAY...... " WS-SETS-TODAY.
008150     DISPLAY "SETS CHANGED........... " WS-SETS-CHANGED.
008160     DISPLAY "SETS UNCHANGED......... " WS-SETS-UNCHANGED.
008170     DISPLAY "SETS NEW............... " WS-SETS-NEW.
008180     DISPLAY "SETS DROPPED........... " WS-SETS-DROPPED.
008190     IF WS-SETS-CHANGED > WS-CHG-THRESHOLD
008200         DISPLAY "CHANGED SETS OVER THRESHOLD " WS-CHG-THRESHOLD
008210             " - HOLD TRANSMIT FOR REVIEW"
008220         MOVE 4 TO RETURN-CODE
008230     ELSE
008240         MOVE 0 TO RETURN-CODE
008250     END-IF.
008260     DISPLAY "JOB RETURN CODE " RETURN-CODE.
008270 8000-EXIT.
008280     EXIT.
008290
008300*--------------------------------------------------------------*
008310*    9000-TERMINATE - CLOSE ALL FILES
008320*--------------------------------------------------------------*
008330 9000-TERMINATE.
008340     CLOSE AUD-FILE.
008350     CLOSE RPT-FILE.
008360 9000-EXIT.
008370     EXIT.
