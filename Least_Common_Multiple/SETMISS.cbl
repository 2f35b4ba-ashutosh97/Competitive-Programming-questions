000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.SETMISS.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  POST-RUN CHECK OF THE NIGHT'S
000220*                   NBRFILE AGAINST THE SET REGISTRY (SETREG).
000230*                   LISTS EVERY ACTIVE REGISTERED SET DUE ON
000240*                   THE BUSINESS DATE - DAILY SETS ALWAYS,
000250*                   WEEKLY SETS ON THEIR RUN DAY, QUARTER-END
000260*                   SETS ON THE LAST DAY OF A CALENDAR
000270*                   QUARTER - THAT NEVER ARRIVED, AND EVERY SET
000280*                   THAT ARRIVED WITHOUT AN ACTIVE REGISTRATION.
000290*                   GRADES 4 WHEN A DUE SET IS MISSING.
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REG-FILE ASSIGN TO "SETREG"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS REG-SET-ID
000380         FILE STATUS IS WS-REG-STATUS.
000390     SELECT NBR-FILE ASSIGN TO "NBRFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-NBR-STATUS.
000420     SELECT PARM-FILE ASSIGN TO "MISPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PRM-STATUS.
000450     SELECT RPT-FILE ASSIGN TO "MISRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*--------------------------------------------------------------*
000520*    REG-FILE - SET REGISTRY MASTER, MAINTAINED BY SETMNT
000530*--------------------------------------------------------------*
000540 FD  REG-FILE.
000550     COPY REGREC.
000560
000570*--------------------------------------------------------------*
000580*    NBR-FILE - THE NIGHT'S INPUT SETS, H/T CONTROL BLOCKS
000590*--------------------------------------------------------------*
000600 FD  NBR-FILE
000610     RECORDING MODE IS F.
000620 01  NBR-RECORD                  PIC X(160).
000630 01  NBR-CTL-REC REDEFINES NBR-RECORD.
000640     05  NBR-CTL-TYPE            PIC X(01).
000650         88  NBR-HEADER-RECORD           VALUE "H".
000660         88  NBR-TRAILER-RECORD          VALUE "T".
000670         88  NBR-MULTI-FORMAT            VALUE "M".
000680     05  FILLER                  PIC X(159).
000690 01  NBR-HDR-REC REDEFINES NBR-RECORD.
000700     05  FILLER                  PIC X(01).
000710     05  NBR-H-FILE-DATE         PIC 9(08).
000720     05  NBR-H-SOURCE            PIC X(08).
000730     05  FILLER                  PIC X(143).
000740
000750*--------------------------------------------------------------*
000760*    PARM-FILE - OPTIONAL BUSINESS DATE CARD
000770*--------------------------------------------------------------*
000780 FD  PARM-FILE
000790     RECORDING MODE IS F.
000800 01  PARM-RECORD                 PIC X(80).
000810
000820*--------------------------------------------------------------*
000830*    RPT-FILE - PRINTED MISSING / UNREGISTERED SET REPORT
000840*--------------------------------------------------------------*
000850 FD  RPT-FILE
000860     RECORDING MODE IS F.
000870 01  RPT-RECORD                  PIC X(132).
000880
000890 WORKING-STORAGE SECTION.
000900*--------------------------------------------------------------*
000910*    FILE STATUS SWITCHES
000920*--------------------------------------------------------------*
000930 01  WS-FILE-STATUSES.
000940     05  WS-REG-STATUS           PIC X(02) VALUE "00".
000950     05  WS-NBR-STATUS           PIC X(02) VALUE "00".
000960     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
000970     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000980
000990 01  WS-REG-EOF-SW               PIC X(01) VALUE "N".
001000     88  WS-REG-EOF                      VALUE "Y".
001010     88  WS-REG-NOT-EOF                  VALUE "N".
001020
001030 01  WS-NBR-EOF-SW               PIC X(01) VALUE "N".
001040     88  WS-NBR-EOF                      VALUE "Y".
001050     88  WS-NBR-NOT-EOF                  VALUE "N".
001060
001070 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
001080     88  WS-PRM-EOF                      VALUE "Y".
001090     88  WS-PRM-NOT-EOF                  VALUE "N".
001100
001110 01  WS-SET-DUE-SW               PIC X(01) VALUE "N".
001120     88  WS-SET-DUE                      VALUE "Y".
001130     88  WS-SET-NOT-DUE                  VALUE "N".
001140
001150*--------------------------------------------------------------*
001160*    BUSINESS DATE (DATE= CARD, DEFAULT TODAY) AND ITS DAY OF
001170*        THE WEEK, 1 = MONDAY THROUGH 7 = SUNDAY
001180*--------------------------------------------------------------*
001190 01  WS-BUS-DATE                 PIC 9(08) VALUE 0.
001200 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
001210     05  WS-BUS-YYYY             PIC 9(04).
001220     05  WS-BUS-MMDD             PIC 9(04).
001230         88  WS-BUS-QUARTER-END          VALUES 0331, 0630,
001240                                         0930, 1231.
001250 77  WS-BUS-WEEKDAY              PIC 9(01) VALUE 0.
001260 01  WS-DAY-NAME-VALUES          PIC X(21) VALUE
001270         "MONTUEWEDTHUFRISATSUN".
001280 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001290     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
001300 01  WS-DATE-MDY.
001310     05  WS-MDY-MM               PIC X(02).
001320     05  FILLER                  PIC X(01).
001330     05  WS-MDY-DD               PIC X(02).
001340     05  FILLER                  PIC X(01).
001350     05  WS-MDY-YYYY             PIC X(04).
001360 01  WS-DATE-YMD.
001370     05  WS-YMD-YYYY             PIC X(04).
001380     05  WS-YMD-MM               PIC X(02).
001390     05  WS-YMD-DD               PIC X(02).
001400 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD
001410                                 PIC 9(08).
001420
001430*--------------------------------------------------------------*
001440*    YYYYMMDD TO MM/DD/YYYY FOR THE REPORT LINES
001450*--------------------------------------------------------------*
001460 01  WS-EDIT-DATE-N              PIC 9(08) VALUE 0.
001470 01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-N.
001480     05  WS-EDT-YYYY             PIC 9(04).
001490     05  WS-EDT-MM               PIC 9(02).
001500     05  WS-EDT-DD               PIC 9(02).
001510 01  WS-EDIT-DATE-PRINT.
001520     05  WS-EDP-MM               PIC 9(02).
001530     05  FILLER                  PIC X(01) VALUE "/".
001540     05  WS-EDP-DD               PIC 9(02).
001550     05  FILLER                  PIC X(01) VALUE "/".
001560     05  WS-EDP-YYYY             PIC 9(04).
001570
001580*--------------------------------------------------------------*
001590*    DAY-NUMBER WORK - A YYYYMMDD DATE BECOMES A COUNT OF DAYS
001600*        FROM 01/01/0001, WHICH FELL ON A MONDAY, SO THE DAY OF
001610*        THE WEEK FALLS OUT OF THE COUNT.  THE TABLE HOLDS THE
001620*        DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR;
001630*        MARCH ON IN A LEAP YEAR TAKES ONE MORE.
001640*--------------------------------------------------------------*
001650 01  WS-DN-DATE-N                PIC 9(08) VALUE 0.
001660 01  WS-DN-DATE REDEFINES WS-DN-DATE-N.
001670     05  WS-DN-YYYY              PIC 9(04).
001680     05  WS-DN-MM                PIC 9(02).
001690     05  WS-DN-DD                PIC 9(02).
001700 01  WS-CUM-DAYS-VALUES          PIC X(36) VALUE
001710         "000031059090120151181212243273304334".
001720 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001730     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
001740 77  WS-DN-DAYS                  PIC 9(07) VALUE 0.
001750 77  WS-DN-YEARS                 PIC 9(04) VALUE 0.
001760 77  WS-DN-QUOT                  PIC 9(07) VALUE 0.
001770 77  WS-DN-REM4                  PIC 9(04) VALUE 0.
001780 77  WS-DN-REM100                PIC 9(04) VALUE 0.
001790 77  WS-DN-REM400                PIC 9(04) VALUE 0.
001800 77  WS-DN-REM7                  PIC 9(01) VALUE 0.
001810
001820*--------------------------------------------------------------*
001830*    ARRIVAL TABLE - ONE ENTRY PER POSSIBLE SET ID, MARKED AS
001840*        NBRFILE IS READ, WITH THE SOURCE OF THE BLOCK THAT
001850*        CARRIED THE SET.  THE SET ID SITS IN BYTE 1 OF THE
001860*        CLASSIC LAYOUT AND BYTE 2 BEHIND THE "M" OF A TYPE-M.
001870*--------------------------------------------------------------*
001880 01  WS-ARRIVAL-TABLE.
001890     05  WS-ARR-ENTRY OCCURS 99999 TIMES.
001900         10  WS-ARR-FLAG         PIC X(01).
001910             88  WS-ARR-RECEIVED         VALUE "Y".
001920         10  WS-ARR-SOURCE       PIC X(08).
001930 77  WS-ARR-IX                   PIC 9(06) VALUE 0.
001940 01  WS-NBR-SET-ID-X             PIC X(05) VALUE SPACES.
001950 01  WS-NBR-SET-ID REDEFINES WS-NBR-SET-ID-X
001960                                 PIC 9(05).
001970 01  WS-CUR-SOURCE               PIC X(08) VALUE SPACES.
001980
001990*--------------------------------------------------------------*
002000*    COUNTERS
002010*--------------------------------------------------------------*
002020 77  WS-NBR-DETAILS              PIC 9(07) VALUE 0.
002030 77  WS-NBR-NO-SETID             PIC 9(07) VALUE 0.
002040 77  WS-SETS-RECEIVED            PIC 9(07) VALUE 0.
002050 77  WS-REG-ACTIVE-COUNT         PIC 9(07) VALUE 0.
002060 77  WS-SETS-DUE                 PIC 9(07) VALUE 0.
002070 77  WS-DUE-RECEIVED             PIC 9(07) VALUE 0.
002080 77  WS-DUE-MISSING              PIC 9(07) VALUE 0.
002090 77  WS-NOT-REGISTERED           PIC 9(07) VALUE 0.
002100 77  WS-SECTION-LINES            PIC 9(07) VALUE 0.
002110
002120*--------------------------------------------------------------*
002130*    RUN DATE / REPORT PAGINATION
002140*--------------------------------------------------------------*
002150 01  WS-RUN-DATE-RAW.
002160     05  WS-RUN-YYYY             PIC 9(04).
002170     05  WS-RUN-MM               PIC 9(02).
002180     05  WS-RUN-DD               PIC 9(02).
002190 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
002200                                 PIC 9(08).
002210 01  WS-RUN-DATE-PRINT.
002220     05  WS-PRT-MM               PIC 9(02).
002230     05  FILLER                  PIC X(01) VALUE "/".
002240     05  WS-PRT-DD               PIC 9(02).
002250     05  FILLER                  PIC X(01) VALUE "/".
002260     05  WS-PRT-YYYY             PIC 9(04).
002270
002280 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
002290 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
002300 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
002310
002320*--------------------------------------------------------------*
002330*    PRINT LINE LAYOUTS
002340*--------------------------------------------------------------*
002350 01  RPT-HEADER-1.
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  FILLER                  PIC X(40)
002380             VALUE "SR110 - MISSING AND UNREGISTERED SETS".
002390     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  RPT1-DATE               PIC X(10).
002420     05  FILLER                  PIC X(06) VALUE SPACES.
002430     05  FILLER                  PIC X(05) VALUE "PAGE ".
002440     05  RPT1-PAGE               PIC ZZ9.
002450     05  FILLER                  PIC X(58) VALUE SPACES.
002460
002470 01  RPT-HEADER-2.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  FILLER                  PIC X(131) VALUE ALL "-".
002500
002510 01  RPT-BUSDATE-LINE.
002520     05  FILLER                  PIC X(01) VALUE SPACE.
002530     05  FILLER                  PIC X(22)
002540             VALUE "SETS DUE FOR BUSINESS ".
002550     05  FILLER                  PIC X(05) VALUE "DATE ".
002560     05  RPT-BD-DATE             PIC X(10).
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  RPT-BD-DAY              PIC X(03).
002590     05  RPT-BD-QTR              PIC X(16).
002600     05  FILLER                  PIC X(74) VALUE SPACES.
002610
002620 01  RPT-SECTION-LINE.
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  RPT-SEC-TITLE           PIC X(60).
002650     05  FILLER                  PIC X(71) VALUE SPACES.
002660
002670 01  RPT-MISSING-HDR.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  FILLER                  PIC X(48) VALUE
002700             "SET ID  SCHEDULER             SOURCE    FREQUENC".
002710     05  FILLER                  PIC X(20) VALUE
002720             "Y       MAXIMUM LCM".
002730     05  FILLER                  PIC X(63) VALUE SPACES.
002740
002750 01  RPT-MISSING-LINE.
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  RPT-MS-SETID            PIC 9(05).
002780     05  FILLER                  PIC X(03) VALUE SPACES.
002790     05  RPT-MS-SCHEDULER        PIC X(20).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  RPT-MS-SOURCE           PIC X(08).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  RPT-MS-FREQUENCY        PIC X(11).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  RPT-MS-MAX-LCM          PIC Z(17)9.
002860     05  FILLER                  PIC X(60) VALUE SPACES.
002870
002880 01  RPT-UNREG-HDR.
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  FILLER                  PIC X(48) VALUE
002910             "SET ID  BLOCK SOURCE  REGISTRY STATUS           ".
002920     05  FILLER                  PIC X(83) VALUE SPACES.
002930
002940 01  RPT-UNREG-LINE.
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  RPT-UR-SETID            PIC 9(05).
002970     05  FILLER                  PIC X(03) VALUE SPACES.
002980     05  RPT-UR-SOURCE           PIC X(08).
002990     05  FILLER                  PIC X(06) VALUE SPACES.
003000     05  RPT-UR-STATUS           PIC X(30).
003010     05  FILLER                  PIC X(79) VALUE SPACES.
003020
003030 01  RPT-SUMMARY-LINE.
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  RPT-SUM-LABEL           PIC X(40).
003060     05  RPT-SUM-VALUE           PIC Z(06)9.
003070     05  FILLER                  PIC X(84) VALUE SPACES.
003080
003090 01  RPT-NONE-LINE.
003100     05  FILLER                  PIC X(01) VALUE SPACE.
003110     05  FILLER                  PIC X(06) VALUE "(NONE)".
003120     05  FILLER                  PIC X(125) VALUE SPACES.
003130 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
003140
003150 PROCEDURE DIVISION.
003160*--------------------------------------------------------------*
003170*    0000-MAINLINE - OVERALL JOB CONTROL
003180*--------------------------------------------------------------*
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210     PERFORM 2000-MARK-ARRIVALS THRU 2000-EXIT
003220         UNTIL WS-NBR-EOF.
003230     PERFORM 3000-LIST-MISSING-SETS THRU 3000-EXIT.
003240     PERFORM 4000-LIST-UNREGISTERED-SETS THRU 4000-EXIT.
003250     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
003260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003270     STOP RUN.
003280
003290*--------------------------------------------------------------*
003300*    1000-INITIALIZE - OPEN FILES, READ THE DATE CARD, WORK OUT
003310*        THE BUSINESS DAY OF THE WEEK
003320*--------------------------------------------------------------*
003330 1000-INITIALIZE.
003340     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
003350     MOVE WS-RUN-MM TO WS-PRT-MM.
003360     MOVE WS-RUN-DD TO WS-PRT-DD.
003370     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
003380     MOVE WS-RUN-DATE-NUM TO WS-BUS-DATE.
003390
003400     OPEN OUTPUT RPT-FILE.
003410     IF WS-RPT-STATUS NOT = "00"
003420         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
003470     OPEN INPUT REG-FILE.
003480     IF WS-REG-STATUS NOT = "00"
003490         DISPLAY "REG-FILE OPEN FAILED - STATUS " WS-REG-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     OPEN INPUT NBR-FILE.
003540     IF WS-NBR-STATUS NOT = "00"
003550         DISPLAY "NBR-FILE OPEN FAILED - STATUS " WS-NBR-STATUS
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590
003600     MOVE WS-BUS-DATE TO WS-DN-DATE-N.
003610     PERFORM 2800-COMPUTE-DAY-NUMBER THRU 2800-EXIT.
003620     SUBTRACT 1 FROM WS-DN-DAYS.
003630     DIVIDE WS-DN-DAYS BY 7 GIVING WS-DN-QUOT
003640         REMAINDER WS-DN-REM7.
003650     COMPUTE WS-BUS-WEEKDAY = WS-DN-REM7 + 1.
003660
003670     MOVE SPACES TO WS-ARRIVAL-TABLE.
003680     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
003690     MOVE WS-BUS-DATE TO WS-EDIT-DATE-N.
003700     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
003710     MOVE WS-EDIT-DATE-PRINT TO RPT-BD-DATE.
003720     MOVE WS-DAY-NAME (WS-BUS-WEEKDAY) TO RPT-BD-DAY.
003730     IF WS-BUS-QUARTER-END
003740         MOVE " - QUARTER-END" TO RPT-BD-QTR
003750     ELSE
003760         MOVE SPACES TO RPT-BD-QTR
003770     END-IF.
003780     WRITE RPT-RECORD FROM RPT-BUSDATE-LINE.
003790     ADD 1 TO WS-LINE-COUNT.
003800
003810     SET WS-NBR-NOT-EOF TO TRUE.
003820     READ NBR-FILE
003830         AT END SET WS-NBR-EOF TO TRUE
003840     END-READ.
003850 1000-EXIT.
003860     EXIT.
003870
003880*--------------------------------------------------------------*
003890*    1100-READ-PARM-CARDS - DATE=MM/DD/YYYY NAMES THE BUSINESS
003900*        DATE WHEN THE STEP RUNS PAST MIDNIGHT OR IS RERUN.
003910*        NO PARM FILE AT ALL CHECKS TODAY.
003920*--------------------------------------------------------------*
003930 1100-READ-PARM-CARDS.
003940     OPEN INPUT PARM-FILE.
003950     IF WS-PRM-STATUS = "35"
003960         GO TO 1100-EXIT
003970     END-IF.
003980     IF WS-PRM-STATUS NOT = "00"
003990         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     SET WS-PRM-NOT-EOF TO TRUE.
004040     READ PARM-FILE
004050         AT END SET WS-PRM-EOF TO TRUE
004060     END-READ.
004070     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
004080         UNTIL WS-PRM-EOF.
004090     CLOSE PARM-FILE.
004100 1100-EXIT.
004110     EXIT.
004120
004130 1110-APPLY-ONE-PARM.
004140     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
004150         GO TO 1110-NEXT
004160     END-IF.
004170     IF PARM-RECORD (1:5) = "DATE="
004180         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
004190         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
004200         MOVE WS-DATE-YMD-N TO WS-BUS-DATE
004210         GO TO 1110-NEXT
004220     END-IF.
004230     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
004240     MOVE 16 TO RETURN-CODE.
004250     STOP RUN.
004260 1110-NEXT.
004270     READ PARM-FILE
004280         AT END SET WS-PRM-EOF TO TRUE
004290     END-READ.
004300 1110-EXIT.
004310     EXIT.
004320
004330 1120-CONVERT-MDY-TO-YMD.
004340     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
004350     MOVE WS-MDY-MM TO WS-YMD-MM.
004360     MOVE WS-MDY-DD TO WS-YMD-DD.
004370     IF WS-DATE-YMD NOT NUMERIC
004380         DISPLAY "INVALID DATE ON PARM CARD - " PARM-RECORD
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420 1120-EXIT.
004430     EXIT.
004440
004450*--------------------------------------------------------------*
004460*    1200-PRINT-HEADING - REPORT PAGE HEADER
004470*--------------------------------------------------------------*
004480 1200-PRINT-HEADING.
004490     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
004500     MOVE WS-PAGE-NO TO RPT1-PAGE.
004510     WRITE RPT-RECORD FROM RPT-HEADER-1.
004520     WRITE RPT-RECORD FROM RPT-HEADER-2.
004530     MOVE ZERO TO WS-LINE-COUNT.
004540 1200-EXIT.
004550     EXIT.
004560
004570*--------------------------------------------------------------*
004580*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
004590*--------------------------------------------------------------*
004600 1210-NEW-PAGE.
004610     ADD 1 TO WS-PAGE-NO.
004620     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004630     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
004640 1210-EXIT.
004650     EXIT.
004660
004670*--------------------------------------------------------------*
004680*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
004690*--------------------------------------------------------------*
004700 1220-CHECK-PAGE-BREAK.
004710     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
004720         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
004730     END-IF.
004740 1220-EXIT.
004750     EXIT.
004760
004770*--------------------------------------------------------------*
004780*    1230-PRINT-SECTION-TITLE - BLANK LINE AND SECTION TITLE,
004790*        KEPT OFF THE FOOT OF A PAGE
004800*--------------------------------------------------------------*
004810 1230-PRINT-SECTION-TITLE.
004820     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
004830         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
004840     END-IF.
004850     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004860     WRITE RPT-RECORD FROM RPT-SECTION-LINE.
004870     ADD 2 TO WS-LINE-COUNT.
004880 1230-EXIT.
004890     EXIT.
004900
004910*--------------------------------------------------------------*
004920*    2000-MARK-ARRIVALS - ONE NBRFILE RECORD.  AN H HEADER
004930*        NAMES THE SOURCE OF THE BLOCK THAT FOLLOWS; A T
004940*        TRAILER IS PASSED BY; A DETAIL MARKS ITS SET ARRIVED.
004950*--------------------------------------------------------------*
004960 2000-MARK-ARRIVALS.
004970     IF NBR-HEADER-RECORD
004980         MOVE NBR-H-SOURCE TO WS-CUR-SOURCE
004990         GO TO 2000-NEXT
005000     END-IF.
005010     IF NBR-TRAILER-RECORD
005020         GO TO 2000-NEXT
005030     END-IF.
005040     ADD 1 TO WS-NBR-DETAILS.
005050     IF NBR-MULTI-FORMAT
005060         MOVE NBR-RECORD (2:5) TO WS-NBR-SET-ID-X
005070     ELSE
005080         MOVE NBR-RECORD (1:5) TO WS-NBR-SET-ID-X
005090     END-IF.
005100     IF WS-NBR-SET-ID-X NOT NUMERIC OR WS-NBR-SET-ID = ZERO
005110         ADD 1 TO WS-NBR-NO-SETID
005120         GO TO 2000-NEXT
005130     END-IF.
005140     IF NOT WS-ARR-RECEIVED (WS-NBR-SET-ID)
005150         ADD 1 TO WS-SETS-RECEIVED
005160         MOVE "Y" TO WS-ARR-FLAG (WS-NBR-SET-ID)
005170         MOVE WS-CUR-SOURCE TO WS-ARR-SOURCE (WS-NBR-SET-ID)
005180     END-IF.
005190 2000-NEXT.
005200     READ NBR-FILE
005210         AT END SET WS-NBR-EOF TO TRUE
005220     END-READ.
005230 2000-EXIT.
005240     EXIT.
005250
005260*--------------------------------------------------------------*
005270*    2800-COMPUTE-DAY-NUMBER - WS-DN-DATE-N (YYYYMMDD) TO A
005280*        DAY COUNT IN WS-DN-DAYS, 01/01/0001 BEING DAY 1
005290*--------------------------------------------------------------*
005300 2800-COMPUTE-DAY-NUMBER.
005310     IF WS-DN-MM < 1 OR WS-DN-MM > 12
005320         MOVE 1 TO WS-DN-MM
005330     END-IF.
005340     IF WS-DN-YYYY = ZERO
005350         MOVE 1 TO WS-DN-DAYS
005360         GO TO 2800-EXIT
005370     END-IF.
005380     COMPUTE WS-DN-YEARS = WS-DN-YYYY - 1.
005390     COMPUTE WS-DN-DAYS = WS-DN-YEARS * 365
005400         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
005410     DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-QUOT.
005420     ADD WS-DN-QUOT TO WS-DN-DAYS.
005430     DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT.
005440     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.
005450     DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT.
005460     ADD WS-DN-QUOT TO WS-DN-DAYS.
005470     IF WS-DN-MM > 2
005480         DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
005490             REMAINDER WS-DN-REM4
005500         DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
005510             REMAINDER WS-DN-REM100
005520         DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
005530             REMAINDER WS-DN-REM400
005540         IF WS-DN-REM4 = ZERO
005550                 AND (WS-DN-REM100 NOT = ZERO
005560                     OR WS-DN-REM400 = ZERO)
005570             ADD 1 TO WS-DN-DAYS
005580         END-IF
005590     END-IF.
005600 2800-EXIT.
005610     EXIT.
005620
005630*--------------------------------------------------------------*
005640*    2850-EDIT-DATE - WS-EDIT-DATE-N (YYYYMMDD) TO MM/DD/YYYY
005650*--------------------------------------------------------------*
005660 2850-EDIT-DATE.
005670     MOVE WS-EDT-MM TO WS-EDP-MM.
005680     MOVE WS-EDT-DD TO WS-EDP-DD.
005690     MOVE WS-EDT-YYYY TO WS-EDP-YYYY.
005700 2850-EXIT.
005710     EXIT.
005720
005730*--------------------------------------------------------------*
005740*    3000-LIST-MISSING-SETS - WALK THE REGISTRY IN SET ORDER;
005750*        EVERY ACTIVE SET DUE ON THE BUSINESS DATE THAT IS NOT
005760*        MARKED ARRIVED PRINTS
005770*--------------------------------------------------------------*
005780 3000-LIST-MISSING-SETS.
005790     MOVE "REGISTERED SETS DUE AND NOT RECEIVED ON NBRFILE"
005800         TO RPT-SEC-TITLE.
005810     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
005820     WRITE RPT-RECORD FROM RPT-MISSING-HDR.
005830     ADD 1 TO WS-LINE-COUNT.
005840     MOVE ZERO TO WS-SECTION-LINES.
005850     SET WS-REG-NOT-EOF TO TRUE.
005860     MOVE ZERO TO REG-SET-ID.
005870     START REG-FILE KEY NOT LESS THAN REG-SET-ID
005880         INVALID KEY SET WS-REG-EOF TO TRUE
005890     END-START.
005900     IF WS-REG-NOT-EOF
005910         PERFORM 3900-READ-NEXT-REGISTRY THRU 3900-EXIT
005920     END-IF.
005930     PERFORM 3100-CHECK-ONE-SET THRU 3100-EXIT
005940         UNTIL WS-REG-EOF.
005950     IF WS-SECTION-LINES = ZERO
005960         WRITE RPT-RECORD FROM RPT-NONE-LINE
005970         ADD 1 TO WS-LINE-COUNT
005980     END-IF.
005990 3000-EXIT.
006000     EXIT.
006010
006020 3100-CHECK-ONE-SET.
006030     IF NOT REG-ACTIVE
006040         GO TO 3100-NEXT
006050     END-IF.
006060     ADD 1 TO WS-REG-ACTIVE-COUNT.
006070     PERFORM 3200-TEST-SET-DUE THRU 3200-EXIT.
006080     IF WS-SET-NOT-DUE
006090         GO TO 3100-NEXT
006100     END-IF.
006110     ADD 1 TO WS-SETS-DUE.
006120     IF WS-ARR-RECEIVED (REG-SET-ID)
006130         ADD 1 TO WS-DUE-RECEIVED
006140         GO TO 3100-NEXT
006150     END-IF.
006160     ADD 1 TO WS-DUE-MISSING.
006170     ADD 1 TO WS-SECTION-LINES.
006180     PERFORM 3300-WRITE-MISSING-LINE THRU 3300-EXIT.
006190 3100-NEXT.
006200     PERFORM 3900-READ-NEXT-REGISTRY THRU 3900-EXIT.
006210 3100-EXIT.
006220     EXIT.
006230
006240*--------------------------------------------------------------*
006250*    3200-TEST-SET-DUE - DAILY SETS ARE ALWAYS DUE, WEEKLY SETS
006260*        ON THEIR RUN DAY, QUARTER-END SETS ON 03/31, 06/30,
006270*        09/30 AND 12/31
006280*--------------------------------------------------------------*
006290 3200-TEST-SET-DUE.
006300     SET WS-SET-NOT-DUE TO TRUE.
006310     IF REG-DAILY
006320         SET WS-SET-DUE TO TRUE
006330     END-IF.
006340     IF REG-WEEKLY AND REG-RUN-DAY = WS-BUS-WEEKDAY
006350         SET WS-SET-DUE TO TRUE
006360     END-IF.
006370     IF REG-QUARTER-END AND WS-BUS-QUARTER-END
006380         SET WS-SET-DUE TO TRUE
006390     END-IF.
006400 3200-EXIT.
006410     EXIT.
006420
006430 3300-WRITE-MISSING-LINE.
006440     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
006450     MOVE REG-SET-ID TO RPT-MS-SETID.
006460     MOVE REG-SCHEDULER TO RPT-MS-SCHEDULER.
006470     MOVE REG-SOURCE TO RPT-MS-SOURCE.
006480     IF REG-DAILY
006490         MOVE "DAILY" TO RPT-MS-FREQUENCY
006500     END-IF.
006510     IF REG-WEEKLY
006520         MOVE "WEEKLY" TO RPT-MS-FREQUENCY
006530         MOVE WS-DAY-NAME (REG-RUN-DAY) TO RPT-MS-FREQUENCY (8:3)
006540     END-IF.
006550     IF REG-QUARTER-END
006560         MOVE "QUARTER-END" TO RPT-MS-FREQUENCY
006570     END-IF.
006580     MOVE REG-MAX-LCM TO RPT-MS-MAX-LCM.
006590     WRITE RPT-RECORD FROM RPT-MISSING-LINE.
006600     ADD 1 TO WS-LINE-COUNT.
006610     DISPLAY "SET " REG-SET-ID " DUE FROM " REG-SOURCE
006620         " - NOT RECEIVED".
006630 3300-EXIT.
006640     EXIT.
006650
006660 3900-READ-NEXT-REGISTRY.
006670     READ REG-FILE NEXT RECORD
006680         AT END SET WS-REG-EOF TO TRUE
006690     END-READ.
006700 3900-EXIT.
006710     EXIT.
006720
006730*--------------------------------------------------------------*
006740*    4000-LIST-UNREGISTERED-SETS - EVERY SET THAT ARRIVED AND IS
006750*        NOT ACTIVE ON THE REGISTRY.  LCM HAS ALREADY RECYCLED
006760*        THESE; THE LIST TELLS THE DESK WHICH FEEDER TO CALL.
006770*--------------------------------------------------------------*
006780 4000-LIST-UNREGISTERED-SETS.
006790     MOVE "SETS RECEIVED WITHOUT AN ACTIVE REGISTRATION"
006800         TO RPT-SEC-TITLE.
006810     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
006820     WRITE RPT-RECORD FROM RPT-UNREG-HDR.
006830     ADD 1 TO WS-LINE-COUNT.
006840     MOVE ZERO TO WS-SECTION-LINES.
006850     PERFORM 4100-CHECK-ONE-ARRIVAL THRU 4100-EXIT
006860         VARYING WS-ARR-IX FROM 1 BY 1
006870         UNTIL WS-ARR-IX > 99999.
006880     IF WS-SECTION-LINES = ZERO
006890         WRITE RPT-RECORD FROM RPT-NONE-LINE
006900         ADD 1 TO WS-LINE-COUNT
006910     END-IF.
006920 4000-EXIT.
006930     EXIT.
006940
006950 4100-CHECK-ONE-ARRIVAL.
006960     IF NOT WS-ARR-RECEIVED (WS-ARR-IX)
006970         GO TO 4100-EXIT
006980     END-IF.
006990     MOVE WS-ARR-IX TO REG-SET-ID.
007000     READ REG-FILE
007010         INVALID KEY CONTINUE
007020     END-READ.
007030     IF WS-REG-STATUS = "00" AND REG-ACTIVE
007040         GO TO 4100-EXIT
007050     END-IF.
007060     IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "23"
007070         DISPLAY "REG-FILE READ FAILED - STATUS " WS-REG-STATUS
007080         MOVE 16 TO RETURN-CODE
007090         STOP RUN
007100     END-IF.
007110     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
007120     MOVE WS-ARR-IX TO RPT-UR-SETID.
007130     MOVE WS-ARR-SOURCE (WS-ARR-IX) TO RPT-UR-SOURCE.
007140     IF WS-REG-STATUS = "23"
007150         MOVE "NOT ON REGISTRY" TO RPT-UR-STATUS
007160     ELSE
007170         MOVE "INACTIVE ON REGISTRY" TO RPT-UR-STATUS
007180     END-IF.
007190     WRITE RPT-RECORD FROM RPT-UNREG-LINE.
007200     ADD 1 TO WS-LINE-COUNT.
007210     ADD 1 TO WS-NOT-REGISTERED.
007220     ADD 1 TO WS-SECTION-LINES.
007230 4100-EXIT.
007240     EXIT.
007250
007260*--------------------------------------------------------------*
007270*    8000-PRODUCE-SUMMARY - RUN TOTALS AND THE JOB GRADE - 4
007280*        WHEN A DUE SET NEVER ARRIVED, OTHERWISE 0
007290*--------------------------------------------------------------*
007300 8000-PRODUCE-SUMMARY.
007310     PERFORM 1210-NEW-PAGE THRU 1210-EXIT.
007320     MOVE "NBRFILE DETAIL RECORDS READ" TO RPT-SUM-LABEL.
007330     MOVE WS-NBR-DETAILS TO RPT-SUM-VALUE.
007340     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007350     MOVE "DETAIL RECORDS WITHOUT A USABLE SET ID"
007360         TO RPT-SUM-LABEL.
007370     MOVE WS-NBR-NO-SETID TO RPT-SUM-VALUE.
007380     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007390     MOVE "DISTINCT SETS RECEIVED" TO RPT-SUM-LABEL.
007400     MOVE WS-SETS-RECEIVED TO RPT-SUM-VALUE.
007410     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007420     MOVE "ACTIVE SETS ON REGISTRY" TO RPT-SUM-LABEL.
007430     MOVE WS-REG-ACTIVE-COUNT TO RPT-SUM-VALUE.
007440     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007450     MOVE "REGISTERED SETS DUE" TO RPT-SUM-LABEL.
007460     MOVE WS-SETS-DUE TO RPT-SUM-VALUE.
007470     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007480     MOVE "DUE SETS RECEIVED" TO RPT-SUM-LABEL.
007490     MOVE WS-DUE-RECEIVED TO RPT-SUM-VALUE.
007500     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007510     MOVE "DUE SETS NOT RECEIVED" TO RPT-SUM-LABEL.
007520     MOVE WS-DUE-MISSING TO RPT-SUM-VALUE.
007530     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007540     MOVE "SETS RECEIVED WITHOUT ACTIVE REGISTRATION"
007550         TO RPT-SUM-LABEL.
007560     MOVE WS-NOT-REGISTERED TO RPT-SUM-VALUE.
007570     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007580     DISPLAY "NBRFILE DETAILS........ " WS-NBR-DETAILS.
007590     DISPLAY "SETS RECEIVED.......... " WS-SETS-RECEIVED.
007600     DISPLAY "REGISTERED SETS DUE.... " WS-SETS-DUE.
007610     DISPLAY "DUE SETS NOT RECEIVED.. " WS-DUE-MISSING.
007620     DISPLAY "RECEIVED, UNREGISTERED. " WS-NOT-REGISTERED.
007630     IF WS-DUE-MISSING > ZERO
007640         MOVE 4 TO RETURN-CODE
007650     ELSE
007660         MOVE 0 TO RETURN-CODE
007670     END-IF.
007680     DISPLAY "JOB RETURN CODE " RETURN-CODE.
007690 8000-EXIT.
007700     EXIT.
007710
007720*--------------------------------------------------------------*
007730*    9000-TERMINATE - CLOSE ALL FILES
007740*--------------------------------------------------------------*
007750 9000-TERMINATE.
007760     CLOSE REG-FILE.
007770     CLOSE NBR-FILE.
007780     CLOSE RPT-FILE.
007790 9000-EXIT.
007800     EXIT.
