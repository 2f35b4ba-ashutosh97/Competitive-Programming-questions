000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.SCHDCAL.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  SCHEDULE COINCIDENCE CALENDAR.
000220*                   EACH VALUE IN A SET IS A SCHEDULE CYCLE IN
000230*                   DAYS, RUNNING FROM THE SET'S START DATE.
000240*                   FOR EVERY SET TAKEN FROM NBRFILE (OR, WITH
000250*                   SOURCE=AUDIT, FROM EACH NAMED SET'S LATEST
000260*                   VALID LCMAUDIT ROW) THE DL130 LISTS THE NEXT
000270*                   COUNT= DATES WITHIN THE HORIZON= ON WHICH
000280*                   TWO OR MORE SCHEDULES FALL DUE TOGETHER -
000290*                   THE WHOLE SET AT THE LCM, OR ANY PAIR OR
000300*                   SUBSET BEFORE THEN - NAMING THE SCHEDULE
000310*                   VALUES ON EACH LINE.  THE SAME DATES GO TO
000320*                   CALCSV, COMMA-DELIMITED IN THE AUDCSV STYLE,
000330*                   FOR THE PLANNING DEPARTMENT.
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT NBR-FILE ASSIGN TO "NBRFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-NBR-STATUS.
000410     SELECT AUD-FILE ASSIGN TO "LCMAUDIT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS AUD-KEY
000450         FILE STATUS IS WS-AUD-STATUS.
000460     SELECT PARM-FILE ASSIGN TO "CALPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PRM-STATUS.
000490     SELECT RPT-FILE ASSIGN TO "CALRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000520     SELECT CSV-FILE ASSIGN TO "CALCSV"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CSV-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*--------------------------------------------------------------*
000590*    NBR-FILE - THE NIGHT'S INPUT SETS, CLASSIC OR TYPE-M
000600*        LAYOUT, WITH H/T CONTROL RECORDS AROUND EACH BLOCK
000610*--------------------------------------------------------------*
000620 FD  NBR-FILE
000630     RECORDING MODE IS F.
000640 01  NBR-RECORD                  PIC X(160).
000650 01  NBR-CTL-REC REDEFINES NBR-RECORD.
000660     05  NBR-CTL-TYPE            PIC X(01).
000670         88  NBR-HEADER-RECORD           VALUE "H".
000680         88  NBR-TRAILER-RECORD          VALUE "T".
000690         88  NBR-MULTI-FORMAT            VALUE "M".
000700     05  FILLER                  PIC X(159).
000710 01  NBR-LEGACY-REC REDEFINES NBR-RECORD.
000720     05  NBR-L-SET-ID            PIC X(05).
000730     05  NBR-L-COUNT             PIC X(02).
000740     05  NBR-L-VALUES            PIC X(05) OCCURS 25 TIMES.
000750     05  FILLER                  PIC X(28).
000760 01  NBR-MULTI-REC REDEFINES NBR-RECORD.
000770     05  FILLER                  PIC X(01).
000780     05  NBR-M-SET-ID            PIC X(05).
000790     05  NBR-M-COUNT             PIC X(02).
000800     05  NBR-M-VALUES            PIC X(05) OCCURS 25 TIMES.
000810     05  FILLER                  PIC X(27).
000820
000830*--------------------------------------------------------------*
000840*    AUD-FILE - AUDIT LOG WRITTEN BY LCM (SOURCE=AUDIT ONLY)
000850*--------------------------------------------------------------*
000860 FD  AUD-FILE.
000870     COPY AUDREC.
000880
000890*--------------------------------------------------------------*
000900*    PARM-FILE - SOURCE, WINDOW AND START-DATE CARDS
000910*--------------------------------------------------------------*
000920 FD  PARM-FILE
000930     RECORDING MODE IS F.
000940 01  PARM-RECORD                 PIC X(80).
000950
000960*--------------------------------------------------------------*
000970*    RPT-FILE - PRINTED COINCIDENCE CALENDAR
000980*--------------------------------------------------------------*
000990 FD  RPT-FILE
001000     RECORDING MODE IS F.
001010 01  RPT-RECORD                  PIC X(132).
001020
001030*--------------------------------------------------------------*
001040*    CSV-FILE - COMMA-DELIMITED CALENDAR, ONE ROW PER
001050*        COINCIDENCE DATE UNDER A COLUMN-NAME HEADER ROW
001060*--------------------------------------------------------------*
001070 FD  CSV-FILE
001080     RECORDING MODE IS F.
001090 01  CSV-RECORD                  PIC X(200).
001100
001110 WORKING-STORAGE SECTION.
001120*--------------------------------------------------------------*
001130*    FILE STATUS SWITCHES
001140*--------------------------------------------------------------*
001150 01  WS-FILE-STATUSES.
001160     05  WS-NBR-STATUS           PIC X(02) VALUE "00".
001170     05  WS-AUD-STATUS           PIC X(02) VALUE "00".
001180     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
001190     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
001200     05  WS-CSV-STATUS           PIC X(02) VALUE "00".
001210
001220 01  WS-NBR-EOF-SW               PIC X(01) VALUE "N".
001230     88  WS-NBR-EOF                      VALUE "Y".
001240     88  WS-NBR-NOT-EOF                  VALUE "N".
001250
001260 01  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001270     88  WS-AUD-EOF                      VALUE "Y".
001280     88  WS-AUD-NOT-EOF                  VALUE "N".
001290
001300 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
001310     88  WS-PRM-EOF                      VALUE "Y".
001320     88  WS-PRM-NOT-EOF                  VALUE "N".
001330
001340 01  WS-SET-USABLE-SW            PIC X(01) VALUE "N".
001350     88  WS-SET-USABLE                   VALUE "Y".
001360     88  WS-SET-NOT-USABLE               VALUE "N".
001370
001380*--------------------------------------------------------------*
001390*    RUN OPTIONS FROM THE CALPARM CARDS -
001400*        SOURCE=NBRFILE (DEFAULT) OR SOURCE=AUDIT
001410*        FROM=MM/DD/YYYY      FIRST DATE LOOKED AT (TODAY)
001420*        HORIZON=NNNN         DAYS LOOKED AHEAD (92)
001430*        COUNT=NNN            DATES LISTED PER SET (25)
001440*        START=MM/DD/YYYY     START DATE FOR ANY SET WITHOUT
001450*                             ITS OWN CARD
001460*        SET=NNNNN START=MM/DD/YYYY
001470*                             ONE SET'S OWN START DATE
001480*--------------------------------------------------------------*
001490 77  WS-SOURCE                   PIC X(07) VALUE "NBRFILE".
001500     88  WS-SOURCE-NBRFILE               VALUE "NBRFILE".
001510     88  WS-SOURCE-AUDIT                 VALUE "AUDIT".
001520 77  WS-FROM-DATE                PIC 9(08) VALUE 0.
001530 77  WS-HORIZON-DAYS             PIC 9(04) VALUE 92.
001540 77  WS-LIST-COUNT               PIC 9(03) VALUE 25.
001550 77  WS-DEFAULT-START            PIC 9(08) VALUE 0.
001560 01  WS-DATE-MDY.
001570     05  WS-MDY-MM               PIC X(02).
001580     05  FILLER                  PIC X(01).
001590     05  WS-MDY-DD               PIC X(02).
001600     05  FILLER                  PIC X(01).
001610     05  WS-MDY-YYYY             PIC X(04).
001620 01  WS-DATE-YMD.
001630     05  WS-YMD-YYYY             PIC X(04).
001640     05  WS-YMD-MM               PIC X(02).
001650     05  WS-YMD-DD               PIC X(02).
001660 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD
001670                                 PIC 9(08).
001680
001690*--------------------------------------------------------------*
001700*    START-DATE TABLE - ONE ENTRY PER SET= CARD.  ON A
001710*        SOURCE=AUDIT RUN THE ENTRY ALSO HOLDS THE VALUES OFF
001720*        THE SET'S LATEST VALID LCMAUDIT ROW.
001730*--------------------------------------------------------------*
001740 01  WS-START-TABLE.
001750     05  WS-ST-ENTRY OCCURS 500 TIMES.
001760         10  WS-ST-SET-ID        PIC 9(05).
001770         10  WS-ST-START         PIC 9(08).
001780         10  WS-ST-FOUND-SW      PIC X(01).
001790             88  WS-ST-FOUND             VALUE "Y".
001800         10  WS-ST-AUD-DATE      PIC 9(08).
001810         10  WS-ST-AUD-N         PIC 9(02).
001820         10  WS-ST-AUD-VALUES    PIC X(150).
001830 77  WS-ST-COUNT                 PIC 9(03) VALUE 0.
001840 77  WS-ST-MAX                   PIC 9(03) VALUE 500.
001850 77  WS-ST-IX                    PIC 9(03) VALUE 0.
001860 77  WS-ST-FOUND-IX              PIC 9(03) VALUE 0.
001870 01  WS-PRM-SET-ID-X             PIC X(05) VALUE SPACES.
001880 01  WS-PRM-SET-ID REDEFINES WS-PRM-SET-ID-X
001890                                 PIC 9(05).
001900
001910*--------------------------------------------------------------*
001920*    THE SET BEING CALENDARED - ITS SCHEDULE VALUES AND, FOR
001930*        EACH, THE DAYS SINCE IT LAST FELL DUE.  A SCHEDULE IS
001940*        DUE ON ANY DAY ITS REMAINDER IS ZERO.
001950*--------------------------------------------------------------*
001960 77  WS-CAL-SET-ID               PIC 9(05) VALUE 0.
001970 77  WS-CAL-START                PIC 9(08) VALUE 0.
001980 77  WS-CAL-N                    PIC 9(02) VALUE 0.
001990 01  WS-CAL-TABLE.
002000     05  WS-CAL-ENTRY OCCURS 25 TIMES.
002010         10  WS-CAL-VALUE        PIC 9(05).
002020         10  WS-CAL-REM          PIC 9(05).
002030 01  WS-CAL-SOURCE-TEXT          PIC X(40) VALUE SPACES.
002040 77  WS-V-IX                     PIC 9(02) VALUE 0.
002050 01  WS-VALUE-X                  PIC X(05) VALUE SPACES.
002060 01  WS-VALUE-N REDEFINES WS-VALUE-X
002070                                 PIC 9(05).
002080
002090*--------------------------------------------------------------*
002100*    DAY WALK - THE CALENDAR STEPS ONE DAY AT A TIME FROM THE
002110*        LATER OF THE SET'S START AND THE FROM DATE TO THE END
002120*        OF THE HORIZON, CARRYING THE DATE AND ITS OFFSET FROM
002130*        THE START TOGETHER
002140*--------------------------------------------------------------*
002150 77  WS-START-DAYS               PIC 9(07) VALUE 0.
002160 77  WS-FROM-DAYS                PIC 9(07) VALUE 0.
002170 77  WS-WALK-DAYS                PIC 9(05) VALUE 0.
002180 77  WS-WALK-IX                  PIC 9(05) VALUE 0.
002190 77  WS-CUR-OFFSET               PIC 9(07) VALUE 0.
002200 77  WS-REM-QUOT                 PIC 9(07) VALUE 0.
002210 01  WS-CUR-DATE-N               PIC 9(08) VALUE 0.
002220 01  WS-CUR-DATE REDEFINES WS-CUR-DATE-N.
002230     05  WS-CUR-YYYY             PIC 9(04).
002240     05  WS-CUR-MM               PIC 9(02).
002250     05  WS-CUR-DD               PIC 9(02).
002260 77  WS-MONTH-DAYS               PIC 9(02) VALUE 0.
002270 01  WS-MONTH-LENGTHS            PIC X(24) VALUE
002280         "312831303130313130313031".
002290 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
002300     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
002310
002320*--------------------------------------------------------------*
002330*    ONE COINCIDENCE - THE SCHEDULES DUE THAT DAY
002340*--------------------------------------------------------------*
002350 77  WS-FIRE-COUNT               PIC 9(02) VALUE 0.
002360 01  WS-FIRE-TEXT                PIC X(156) VALUE SPACES.
002370 77  WS-FIRE-PTR                 PIC 9(03) VALUE 1.
002380 01  WS-FIRE-KIND                PIC X(08) VALUE SPACES.
002390 77  WS-SET-DATES-LISTED         PIC 9(03) VALUE 0.
002400
002410*--------------------------------------------------------------*
002420*    DAY-NUMBER WORK - A YYYYMMDD DATE BECOMES A COUNT OF DAYS
002430*        FROM 01/01/0001 SO A SCHEDULE OFFSET IS A SUBTRACTION.
002440*        THE TABLE HOLDS THE DAYS BEFORE THE FIRST OF EACH MONTH
002450*        IN A COMMON YEAR; MARCH ON IN A LEAP YEAR TAKES ONE
002460*        MORE.
002470*--------------------------------------------------------------*
002480 01  WS-DN-DATE-N                PIC 9(08) VALUE 0.
002490 01  WS-DN-DATE REDEFINES WS-DN-DATE-N.
002500     05  WS-DN-YYYY              PIC 9(04).
002510     05  WS-DN-MM                PIC 9(02).
002520     05  WS-DN-DD                PIC 9(02).
002530 01  WS-CUM-DAYS-VALUES          PIC X(36) VALUE
002540         "000031059090120151181212243273304334".
002550 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
002560     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
002570 77  WS-DN-DAYS                  PIC 9(07) VALUE 0.
002580 77  WS-DN-YEARS                 PIC 9(04) VALUE 0.
002590 77  WS-DN-QUOT                  PIC 9(07) VALUE 0.
002600 77  WS-DN-REM4                  PIC 9(04) VALUE 0.
002610 77  WS-DN-REM100                PIC 9(04) VALUE 0.
002620 77  WS-DN-REM400                PIC 9(04) VALUE 0.
002630
002640*--------------------------------------------------------------*
002650*    YYYYMMDD TO MM/DD/YYYY FOR THE REPORT LINES
002660*--------------------------------------------------------------*
002670 01  WS-EDIT-DATE-N              PIC 9(08) VALUE 0.
002680 01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-N.
002690     05  WS-EDT-YYYY             PIC 9(04).
002700     05  WS-EDT-MM               PIC 9(02).
002710     05  WS-EDT-DD               PIC 9(02).
002720 01  WS-EDIT-DATE-PRINT.
002730     05  WS-EDP-MM               PIC 9(02).
002740     05  FILLER                  PIC X(01) VALUE "/".
002750     05  WS-EDP-DD               PIC 9(02).
002760     05  FILLER                  PIC X(01) VALUE "/".
002770     05  WS-EDP-YYYY             PIC 9(04).
002780
002790*--------------------------------------------------------------*
002800*    CSV ROW BUILD WORK - THE VALUE LIST IS QUOTED AND TRIMMED
002810*        OF TRAILING BLANKS, AS ON AUDCSV
002820*--------------------------------------------------------------*
002830 01  WS-CSV-ROW                  PIC X(200) VALUE SPACES.
002840 77  WS-CSV-PTR                  PIC 9(03) VALUE 1.
002850 77  WS-TRIM-LEN                 PIC 9(03) VALUE 0.
002860 77  WS-CSV-OFFSET               PIC 9(07) VALUE 0.
002870 77  WS-CSV-FIRES                PIC 9(02) VALUE 0.
002880 77  WS-CSV-N                    PIC 9(02) VALUE 0.
002890
002900 01  WS-CSV-HEADER.
002910     05  FILLER                  PIC X(41) VALUE
002920             "SET_ID,COINCIDE_DATE,DAY_OFFSET,KIND,DUE,".
002930     05  FILLER                  PIC X(16) VALUE
002940             "SCHEDULES,VALUES".
002950     05  FILLER                  PIC X(143) VALUE SPACES.
002960
002970*--------------------------------------------------------------*
002980*    COUNTERS
002990*--------------------------------------------------------------*
003000 77  WS-SETS-READ                PIC 9(07) VALUE 0.
003010 77  WS-SETS-CALENDARED          PIC 9(07) VALUE 0.
003020 77  WS-SETS-NO-START            PIC 9(07) VALUE 0.
003030 77  WS-SETS-NOT-USABLE          PIC 9(07) VALUE 0.
003040 77  WS-AUD-ROWS-READ            PIC 9(07) VALUE 0.
003050 77  WS-DATES-LISTED             PIC 9(07) VALUE 0.
003060 77  WS-FULL-SET-DATES           PIC 9(07) VALUE 0.
003070 77  WS-PAIR-DATES               PIC 9(07) VALUE 0.
003080 77  WS-SUBSET-DATES             PIC 9(07) VALUE 0.
003090
003100*--------------------------------------------------------------*
003110*    RUN DATE / REPORT PAGINATION
003120*--------------------------------------------------------------*
003130 01  WS-RUN-DATE-RAW.
003140     05  WS-RUN-YYYY             PIC 9(04).
003150     05  WS-RUN-MM               PIC 9(02).
003160     05  WS-RUN-DD               PIC 9(02).
003170 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
003180                                 PIC 9(08).
003190 01  WS-RUN-DATE-PRINT.
003200     05  WS-PRT-MM               PIC 9(02).
003210     05  FILLER                  PIC X(01) VALUE "/".
003220     05  WS-PRT-DD               PIC 9(02).
003230     05  FILLER                  PIC X(01) VALUE "/".
003240     05  WS-PRT-YYYY             PIC 9(04).
003250
003260 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
003270 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
003280 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
003290
003300*--------------------------------------------------------------*
003310*    PRINT LINE LAYOUTS
003320*--------------------------------------------------------------*
003330 01  RPT-HEADER-1.
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  FILLER                  PIC X(40)
003360             VALUE "DL130 - SCHEDULE COINCIDENCE CALENDAR".
003370     05  FILLER                  PIC X(08) VALUE "RUN DATE".
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  RPT1-DATE               PIC X(10).
003400     05  FILLER                  PIC X(06) VALUE SPACES.
003410     05  FILLER                  PIC X(05) VALUE "PAGE ".
003420     05  RPT1-PAGE               PIC ZZ9.
003430     05  FILLER                  PIC X(58) VALUE SPACES.
003440
003450 01  RPT-HEADER-2.
003460     05  FILLER                  PIC X(01) VALUE SPACE.
003470     05  FILLER                  PIC X(131) VALUE ALL "-".
003480
003490 01  RPT-CRITERIA-LINE.
003500     05  FILLER                  PIC X(01) VALUE SPACE.
003510     05  FILLER                  PIC X(08) VALUE "SOURCE  ".
003520     05  RPT-C-SOURCE            PIC X(07).
003530     05  FILLER                  PIC X(14) VALUE "   DATES FROM ".
003540     05  RPT-C-FROM              PIC X(10).
003550     05  FILLER                  PIC X(04) VALUE " TO ".
003560     05  RPT-C-TO                PIC X(10).
003570     05  FILLER                  PIC X(03) VALUE " (".
003580     05  RPT-C-HORIZON           PIC ZZZ9.
003590     05  FILLER                  PIC X(18)
003600             VALUE " DAYS)   UP TO   ".
003610     05  RPT-C-COUNT             PIC ZZ9.
003620     05  FILLER                  PIC X(14) VALUE " DATES PER SET".
003630     05  FILLER                  PIC X(36) VALUE SPACES.
003640
003650 01  RPT-SET-LINE.
003660     05  FILLER                  PIC X(01) VALUE SPACE.
003670     05  FILLER                  PIC X(04) VALUE "SET ".
003680     05  RPT-S-SETID             PIC 9(05).
003690     05  FILLER                  PIC X(08) VALUE "  START ".
003700     05  RPT-S-START             PIC X(10).
003710     05  FILLER                  PIC X(02) VALUE SPACES.
003720     05  RPT-S-N                 PIC Z9.
003730     05  FILLER                  PIC X(12) VALUE " SCHEDULES  ".
003740     05  RPT-S-SOURCE            PIC X(40).
003750     05  FILLER                  PIC X(48) VALUE SPACES.
003760
003770 01  RPT-VALUES-LINE.
003780     05  FILLER                  PIC X(07) VALUE SPACES.
003790     05  FILLER                  PIC X(16)
003800             VALUE "CYCLES (DAYS)   ".
003810     05  FILLER                  PIC X(23) VALUE SPACES.
003820     05  RPT-VL-VALUES           PIC X(78).
003830     05  FILLER                  PIC X(08) VALUE SPACES.
003840
003850 01  RPT-COIN-LINE.
003860     05  FILLER                  PIC X(01) VALUE SPACE.
003870     05  RPT-K-DATE              PIC X(10).
003880     05  FILLER                  PIC X(06) VALUE "  DAY ".
003890     05  RPT-K-OFFSET            PIC Z(06)9.
003900     05  FILLER                  PIC X(02) VALUE SPACES.
003910     05  RPT-K-KIND              PIC X(08).
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  RPT-K-FIRES             PIC Z9.
003940     05  FILLER                  PIC X(04) VALUE " OF ".
003950     05  RPT-K-N                 PIC Z9.
003960     05  FILLER                  PIC X(02) VALUE SPACES.
003970     05  RPT-K-VALUES            PIC X(78).
003980     05  FILLER                  PIC X(08) VALUE SPACES.
003990
004000 01  RPT-CONT-LINE.
004010     05  FILLER                  PIC X(46) VALUE SPACES.
004020     05  RPT-CT-VALUES           PIC X(78).
004030     05  FILLER                  PIC X(08) VALUE SPACES.
004040
004050 01  RPT-MESSAGE-LINE.
004060     05  FILLER                  PIC X(07) VALUE SPACES.
004070     05  RPT-MSG-TEXT            PIC X(60).
004080     05  FILLER                  PIC X(65) VALUE SPACES.
004090
004100 01  RPT-SUMMARY-LINE.
004110     05  FILLER                  PIC X(01) VALUE SPACE.
004120     05  RPT-SUM-LABEL           PIC X(40).
004130     05  RPT-SUM-VALUE           PIC Z(06)9.
004140     05  FILLER                  PIC X(84) VALUE SPACES.
004150
004160 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
004170
004180 PROCEDURE DIVISION.
004190*--------------------------------------------------------------*
004200*    0000-MAINLINE - OVERALL JOB CONTROL
004210*--------------------------------------------------------------*
004220 0000-MAINLINE.
004230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004240     IF WS-SOURCE-AUDIT
004250         PERFORM 3000-LOAD-AUDIT-VALUES THRU 3000-EXIT
004260         PERFORM 3500-CALENDAR-ONE-CARD THRU 3500-EXIT
004270             VARYING WS-ST-IX FROM 1 BY 1
004280             UNTIL WS-ST-IX > WS-ST-COUNT
004290     ELSE
004300         PERFORM 2000-PROCESS-ONE-NBR THRU 2000-EXIT
004310             UNTIL WS-NBR-EOF
004320     END-IF.
004330     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
004340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004350     STOP RUN.
004360
004370*--------------------------------------------------------------*
004380*    1000-INITIALIZE - OPEN FILES, READ THE PARM CARDS AND
004390*        OPEN THE SOURCE OF THE SCHEDULE VALUES
004400*--------------------------------------------------------------*
004410 1000-INITIALIZE.
004420     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
004430     MOVE WS-RUN-MM TO WS-PRT-MM.
004440     MOVE WS-RUN-DD TO WS-PRT-DD.
004450     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
004460
004470     OPEN OUTPUT RPT-FILE.
004480     IF WS-RPT-STATUS NOT = "00"
004490         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530     OPEN OUTPUT CSV-FILE.
004540     IF WS-CSV-STATUS NOT = "00"
004550         DISPLAY "CSV-FILE OPEN FAILED - STATUS " WS-CSV-STATUS
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
004600     IF WS-FROM-DATE = ZERO
004610         MOVE WS-RUN-DATE-NUM TO WS-FROM-DATE
004620     END-IF.
004630     IF WS-HORIZON-DAYS = ZERO OR WS-LIST-COUNT = ZERO
004640         DISPLAY "HORIZON= AND COUNT= MUST BE GREATER THAN ZERO"
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     IF WS-SOURCE-AUDIT AND WS-ST-COUNT = ZERO
004690         DISPLAY "SOURCE=AUDIT NEEDS AT LEAST ONE SET= CARD"
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF.
004730     MOVE WS-FROM-DATE TO WS-DN-DATE-N.
004740     PERFORM 2800-COMPUTE-DAY-NUMBER THRU 2800-EXIT.
004750     MOVE WS-DN-DAYS TO WS-FROM-DAYS.
004760
004770     IF WS-SOURCE-AUDIT
004780         OPEN INPUT AUD-FILE
004790         IF WS-AUD-STATUS NOT = "00"
004800             DISPLAY "AUD-FILE OPEN FAILED - STATUS "
004810                 WS-AUD-STATUS
004820             MOVE 16 TO RETURN-CODE
004830             STOP RUN
004840         END-IF
004850     ELSE
004860         OPEN INPUT NBR-FILE
004870         IF WS-NBR-STATUS NOT = "00"
004880             DISPLAY "NBR-FILE OPEN FAILED - STATUS "
004890                 WS-NBR-STATUS
004900             MOVE 16 TO RETURN-CODE
004910             STOP RUN
004920         END-IF
004930         SET WS-NBR-NOT-EOF TO TRUE
004940         READ NBR-FILE
004950             AT END SET WS-NBR-EOF TO TRUE
004960         END-READ
004970     END-IF.
004980     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
004990     PERFORM 1300-PRINT-CRITERIA THRU 1300-EXIT.
005000     WRITE CSV-RECORD FROM WS-CSV-HEADER.
005010 1000-EXIT.
005020     EXIT.
005030
005040*--------------------------------------------------------------*
005050*    1100-READ-PARM-CARDS - SEE RUN OPTIONS ABOVE.  NO PARM
005060*        FILE CALENDARS NOTHING, SINCE NO SET HAS A START DATE.
005070*--------------------------------------------------------------*
005080 1100-READ-PARM-CARDS.
005090     OPEN INPUT PARM-FILE.
005100     IF WS-PRM-STATUS = "35"
005110         GO TO 1100-EXIT
005120     END-IF.
005130     IF WS-PRM-STATUS NOT = "00"
005140         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
005150         MOVE 16 TO RETURN-CODE
005160         STOP RUN
005170     END-IF.
005180     SET WS-PRM-NOT-EOF TO TRUE.
005190     READ PARM-FILE
005200         AT END SET WS-PRM-EOF TO TRUE
005210     END-READ.
005220     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
005230         UNTIL WS-PRM-EOF.
005240     CLOSE PARM-FILE.
005250 1100-EXIT.
005260     EXIT.
005270
005280 1110-APPLY-ONE-PARM.
005290     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
005300         GO TO 1110-NEXT
005310     END-IF.
005320     IF PARM-RECORD (1:7) = "SOURCE="
005330         MOVE PARM-RECORD (8:7) TO WS-SOURCE
005340         IF NOT WS-SOURCE-NBRFILE AND NOT WS-SOURCE-AUDIT
005350             DISPLAY "INVALID SOURCE ON PARM CARD - " PARM-RECORD
005360             MOVE 16 TO RETURN-CODE
005370             STOP RUN
005380         END-IF
005390         GO TO 1110-NEXT
005400     END-IF.
005410     IF PARM-RECORD (1:5) = "FROM="
005420         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
005430         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
005440         MOVE WS-DATE-YMD-N TO WS-FROM-DATE
005450         GO TO 1110-NEXT
005460     END-IF.
005470     IF PARM-RECORD (1:8) = "HORIZON="
005480         IF PARM-RECORD (9:4) NOT NUMERIC
005490             DISPLAY "INVALID HORIZON ON PARM CARD - " PARM-RECORD
005500             MOVE 16 TO RETURN-CODE
005510             STOP RUN
005520         END-IF
005530         MOVE PARM-RECORD (9:4) TO WS-HORIZON-DAYS
005540         GO TO 1110-NEXT
005550     END-IF.
005560     IF PARM-RECORD (1:6) = "COUNT="
005570         IF PARM-RECORD (7:3) NOT NUMERIC
005580             DISPLAY "INVALID COUNT ON PARM CARD - " PARM-RECORD
005590             MOVE 16 TO RETURN-CODE
005600             STOP RUN
005610         END-IF
005620         MOVE PARM-RECORD (7:3) TO WS-LIST-COUNT
005630         GO TO 1110-NEXT
005640     END-IF.
005650     IF PARM-RECORD (1:6) = "START="
005660         MOVE PARM-RECORD (7:10) TO WS-DATE-MDY
005670         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
005680         MOVE WS-DATE-YMD-N TO WS-DEFAULT-START
005690         GO TO 1110-NEXT
005700     END-IF.
005710     IF PARM-RECORD (1:4) = "SET="
005720         PERFORM 1130-ADD-SET-CARD THRU 1130-EXIT
005730         GO TO 1110-NEXT
005740     END-IF.
005750     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
005760     MOVE 16 TO RETURN-CODE.
005770     STOP RUN.
005780 1110-NEXT.
005790     READ PARM-FILE
005800         AT END SET WS-PRM-EOF TO TRUE
005810     END-READ.
005820 1110-EXIT.
005830     EXIT.
005840
005850 1120-CONVERT-MDY-TO-YMD.
005860     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
005870     MOVE WS-MDY-MM TO WS-YMD-MM.
005880     MOVE WS-MDY-DD TO WS-YMD-DD.
005890     IF WS-DATE-YMD NOT NUMERIC
005900         DISPLAY "INVALID DATE ON PARM CARD - " PARM-RECORD
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940 1120-EXIT.
005950     EXIT.
005960
005970*--------------------------------------------------------------*
005980*    1130-ADD-SET-CARD - SET=NNNNN START=MM/DD/YYYY.  A SECOND
005990*        CARD FOR THE SAME SET REPLACES THE FIRST'S DATE.
006000*--------------------------------------------------------------*
006010 1130-ADD-SET-CARD.
006020     MOVE PARM-RECORD (5:5) TO WS-PRM-SET-ID-X.
006030     IF WS-PRM-SET-ID-X NOT NUMERIC OR WS-PRM-SET-ID = ZERO
006040             OR PARM-RECORD (10:7) NOT = " START="
006050         DISPLAY "INVALID SET CARD - " PARM-RECORD
006060         MOVE 16 TO RETURN-CODE
006070         STOP RUN
006080     END-IF.
006090     MOVE PARM-RECORD (17:10) TO WS-DATE-MDY.
006100     PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT.
006110     MOVE WS-PRM-SET-ID TO WS-CAL-SET-ID.
006120     PERFORM 2150-FIND-SET-CARD THRU 2150-EXIT.
006130     IF WS-ST-FOUND-IX > ZERO
006140         MOVE WS-DATE-YMD-N TO WS-ST-START (WS-ST-FOUND-IX)
006150         GO TO 1130-EXIT
006160     END-IF.
006170     IF WS-ST-COUNT = WS-ST-MAX
006180         DISPLAY "TOO MANY SET CARDS - " PARM-RECORD
006190         MOVE 16 TO RETURN-CODE
006200         STOP RUN
006210     END-IF.
006220     ADD 1 TO WS-ST-COUNT.
006230     MOVE WS-PRM-SET-ID TO WS-ST-SET-ID (WS-ST-COUNT).
006240     MOVE WS-DATE-YMD-N TO WS-ST-START (WS-ST-COUNT).
006250     MOVE "N" TO WS-ST-FOUND-SW (WS-ST-COUNT).
006260     MOVE ZERO TO WS-ST-AUD-DATE (WS-ST-COUNT).
006270     MOVE ZERO TO WS-ST-AUD-N (WS-ST-COUNT).
006280     MOVE SPACES TO WS-ST-AUD-VALUES (WS-ST-COUNT).
006290 1130-EXIT.
006300     EXIT.
006310
006320*--------------------------------------------------------------*
006330*    1200-PRINT-HEADING - REPORT PAGE HEADER
006340*--------------------------------------------------------------*
006350 1200-PRINT-HEADING.
006360     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
006370     MOVE WS-PAGE-NO TO RPT1-PAGE.
006380     WRITE RPT-RECORD FROM RPT-HEADER-1.
006390     WRITE RPT-RECORD FROM RPT-HEADER-2.
006400     MOVE ZERO TO WS-LINE-COUNT.
006410 1200-EXIT.
006420     EXIT.
006430
006440*--------------------------------------------------------------*
006450*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
006460*--------------------------------------------------------------*
006470 1210-NEW-PAGE.
006480     ADD 1 TO WS-PAGE-NO.
006490     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
006500     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
006510 1210-EXIT.
006520     EXIT.
006530
006540*--------------------------------------------------------------*
006550*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
006560*--------------------------------------------------------------*
006570 1220-CHECK-PAGE-BREAK.
006580     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
006590         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
006600     END-IF.
006610 1220-EXIT.
006620     EXIT.
006630
006640*--------------------------------------------------------------*
006650*    1300-PRINT-CRITERIA - SOURCE AND CALENDAR WINDOW
006660*--------------------------------------------------------------*
006670 1300-PRINT-CRITERIA.
006680     MOVE WS-SOURCE TO RPT-C-SOURCE.
006690     MOVE WS-FROM-DATE TO WS-EDIT-DATE-N.
006700     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
006710     MOVE WS-EDIT-DATE-PRINT TO RPT-C-FROM.
006720     MOVE WS-FROM-DATE TO WS-CUR-DATE-N.
006730     PERFORM 2860-ADVANCE-ONE-DAY THRU 2860-EXIT
006740         VARYING WS-WALK-IX FROM 2 BY 1
006750         UNTIL WS-WALK-IX > WS-HORIZON-DAYS.
006760     MOVE WS-CUR-DATE-N TO WS-EDIT-DATE-N.
006770     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
006780     MOVE WS-EDIT-DATE-PRINT TO RPT-C-TO.
006790     MOVE WS-HORIZON-DAYS TO RPT-C-HORIZON.
006800     MOVE WS-LIST-COUNT TO RPT-C-COUNT.
006810     WRITE RPT-RECORD FROM RPT-CRITERIA-LINE.
006820     ADD 1 TO WS-LINE-COUNT.
006830 1300-EXIT.
006840     EXIT.
006850
006860*--------------------------------------------------------------*
006870*    2000-PROCESS-ONE-NBR - ONE NBRFILE RECORD.  CONTROL
006880*        RECORDS ARE PASSED BY; A SET WHOSE COUNT OR VALUES
006890*        WOULD NOT PASS LCM'S EDIT IS COUNTED AND SKIPPED, AS IS
006900*        ONE WITH NO START DATE.
006910*--------------------------------------------------------------*
006920 2000-PROCESS-ONE-NBR.
006930     IF NBR-HEADER-RECORD OR NBR-TRAILER-RECORD
006940         GO TO 2000-NEXT
006950     END-IF.
006960     ADD 1 TO WS-SETS-READ.
006970     PERFORM 2100-EXTRACT-NBR-VALUES THRU 2100-EXIT.
006980     IF WS-SET-NOT-USABLE
006990         ADD 1 TO WS-SETS-NOT-USABLE
007000         GO TO 2000-NEXT
007010     END-IF.
007020     PERFORM 2150-FIND-SET-CARD THRU 2150-EXIT.
007030     IF WS-ST-FOUND-IX > ZERO
007040         MOVE WS-ST-START (WS-ST-FOUND-IX) TO WS-CAL-START
007050     ELSE
007060         MOVE WS-DEFAULT-START TO WS-CAL-START
007070     END-IF.
007080     IF WS-CAL-START = ZERO
007090         ADD 1 TO WS-SETS-NO-START
007100         GO TO 2000-NEXT
007110     END-IF.
007120     MOVE "VALUES FROM NBRFILE" TO WS-CAL-SOURCE-TEXT.
007130     PERFORM 4000-BUILD-CALENDAR THRU 4000-EXIT.
007140 2000-NEXT.
007150     READ NBR-FILE
007160         AT END SET WS-NBR-EOF TO TRUE
007170     END-READ.
007180 2000-EXIT.
007190     EXIT.
007200
007210*--------------------------------------------------------------*
007220*    2100-EXTRACT-NBR-VALUES - SET ID, COUNT AND VALUES FROM
007230*        EITHER INPUT LAYOUT.  A CALENDAR NEEDS AT LEAST TWO
007240*        SCHEDULES, EACH A NONZERO NUMBER OF DAYS.
007250*--------------------------------------------------------------*
007260 2100-EXTRACT-NBR-VALUES.
007270     SET WS-SET-NOT-USABLE TO TRUE.
007280     IF NBR-MULTI-FORMAT
007290         MOVE NBR-M-SET-ID TO WS-PRM-SET-ID-X
007300         MOVE NBR-M-COUNT TO WS-VALUE-X
007310     ELSE
007320         MOVE NBR-L-SET-ID TO WS-PRM-SET-ID-X
007330         MOVE NBR-L-COUNT TO WS-VALUE-X
007340     END-IF.
007350     IF WS-PRM-SET-ID-X NOT NUMERIC
007360             OR WS-VALUE-X (1:2) NOT NUMERIC
007370         GO TO 2100-EXIT
007380     END-IF.
007390     MOVE WS-PRM-SET-ID TO WS-CAL-SET-ID.
007400     MOVE WS-VALUE-X (1:2) TO WS-CAL-N.
007410     IF WS-CAL-N < 2 OR WS-CAL-N > 25
007420         GO TO 2100-EXIT
007430     END-IF.
007440     SET WS-SET-USABLE TO TRUE.
007450     PERFORM 2110-EXTRACT-ONE-VALUE THRU 2110-EXIT
007460         VARYING WS-V-IX FROM 1 BY 1
007470         UNTIL WS-V-IX > WS-CAL-N.
007480 2100-EXIT.
007490     EXIT.
007500
007510 2110-EXTRACT-ONE-VALUE.
007520     IF NBR-MULTI-FORMAT
007530         MOVE NBR-M-VALUES (WS-V-IX) TO WS-VALUE-X
007540     ELSE
007550         MOVE NBR-L-VALUES (WS-V-IX) TO WS-VALUE-X
007560     END-IF.
007570     PERFORM 2120-STORE-ONE-VALUE THRU 2120-EXIT.
007580 2110-EXIT.
007590     EXIT.
007600
007610 2120-STORE-ONE-VALUE.
007620     IF WS-VALUE-X NOT NUMERIC OR WS-VALUE-N = ZERO
007630         SET WS-SET-NOT-USABLE TO TRUE
007640         MOVE ZERO TO WS-CAL-VALUE (WS-V-IX)
007650     ELSE
007660         MOVE WS-VALUE-N TO WS-CAL-VALUE (WS-V-IX)
007670     END-IF.
007680 2120-EXIT.
007690     EXIT.
007700
007710*--------------------------------------------------------------*
007720*    2150-FIND-SET-CARD - WS-CAL-SET-ID IN THE START-DATE TABLE
007730*--------------------------------------------------------------*
007740 2150-FIND-SET-CARD.
007750     MOVE ZERO TO WS-ST-FOUND-IX.
007760     PERFORM 2160-MATCH-ONE-CARD THRU 2160-EXIT
007770         VARYING WS-ST-IX FROM 1 BY 1
007780         UNTIL WS-ST-IX > WS-ST-COUNT
007790             OR WS-ST-FOUND-IX > ZERO.
007800 2150-EXIT.
007810     EXIT.
007820
007830 2160-MATCH-ONE-CARD.
007840     IF WS-ST-SET-ID (WS-ST-IX) = WS-CAL-SET-ID
007850         MOVE WS-ST-IX TO WS-ST-FOUND-IX
007860     END-IF.
007870 2160-EXIT.
007880     EXIT.
007890
007900*--------------------------------------------------------------*
007910*    2800-COMPUTE-DAY-NUMBER - WS-DN-DATE-N (YYYYMMDD) TO A
007920*        DAY COUNT IN WS-DN-DAYS, 01/01/0001 BEING DAY 1
007930*--------------------------------------------------------------*
007940 2800-COMPUTE-DAY-NUMBER.
007950     IF WS-DN-MM < 1 OR WS-DN-MM > 12
007960         MOVE 1 TO WS-DN-MM
007970     END-IF.
007980     IF WS-DN-YYYY = ZERO
007990         MOVE 1 TO WS-DN-DAYS
008000         GO TO 2800-EXIT
008010     END-IF.
008020     COMPUTE WS-DN-YEARS = WS-DN-YYYY - 1.
008030     COMPUTE WS-DN-DAYS = WS-DN-YEARS * 365
008040         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
008050     DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-QUOT.
008060     ADD WS-DN-QUOT TO WS-DN-DAYS.
008070     DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT.
008080     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.
008090     DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT.
008100     ADD WS-DN-QUOT TO WS-DN-DAYS.
008110     IF WS-DN-MM > 2
008120         DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
008130             REMAINDER WS-DN-REM4
008140         DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
008150             REMAINDER WS-DN-REM100
008160         DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
008170             REMAINDER WS-DN-REM400
008180         IF WS-DN-REM4 = ZERO
008190                 AND (WS-DN-REM100 NOT = ZERO
008200                     OR WS-DN-REM400 = ZERO)
008210             ADD 1 TO WS-DN-DAYS
008220         END-IF
008230     END-IF.
008240 2800-EXIT.
008250     EXIT.
008260
008270*--------------------------------------------------------------*
008280*    2850-EDIT-DATE - WS-EDIT-DATE-N (YYYYMMDD) TO MM/DD/YYYY
008290*--------------------------------------------------------------*
008300 2850-EDIT-DATE.
008310     MOVE WS-EDT-MM TO WS-EDP-MM.
008320     MOVE WS-EDT-DD TO WS-EDP-DD.
008330     MOVE WS-EDT-YYYY TO WS-EDP-YYYY.
008340 2850-EXIT.
008350     EXIT.
008360
008370*--------------------------------------------------------------*
008380*    2860-ADVANCE-ONE-DAY - WS-CUR-DATE-N TO THE NEXT CALENDAR
008390*        DAY, FEBRUARY TAKING 29 DAYS IN A LEAP YEAR
008400*--------------------------------------------------------------*
008410 2860-ADVANCE-ONE-DAY.
008420     MOVE WS-MONTH-LENGTH (WS-CUR-MM) TO WS-MONTH-DAYS.
008430     IF WS-CUR-MM = 2
008440         DIVIDE WS-CUR-YYYY BY 4 GIVING WS-DN-QUOT
008450             REMAINDER WS-DN-REM4
008460         DIVIDE WS-CUR-YYYY BY 100 GIVING WS-DN-QUOT
008470             REMAINDER WS-DN-REM100
008480         DIVIDE WS-CUR-YYYY BY 400 GIVING WS-DN-QUOT
008490             REMAINDER WS-DN-REM400
008500         IF WS-DN-REM4 = ZERO
008510                 AND (WS-DN-REM100 NOT = ZERO
008520                     OR WS-DN-REM400 = ZERO)
008530             MOVE 29 TO WS-MONTH-DAYS
008540         END-IF
008550     END-IF.
008560     IF WS-CUR-DD < WS-MONTH-DAYS
008570         ADD 1 TO WS-CUR-DD
008580         GO TO 2860-EXIT
008590     END-IF.
008600     MOVE 1 TO WS-CUR-DD.
008610     IF WS-CUR-MM < 12
008620         ADD 1 TO WS-CUR-MM
008630     ELSE
008640         MOVE 1 TO WS-CUR-MM
008650         ADD 1 TO WS-CUR-YYYY
008660     END-IF.
008670 2860-EXIT.
008680     EXIT.
008690
008700*--------------------------------------------------------------*
008710*    3000-LOAD-AUDIT-VALUES - ONE PASS OF LCMAUDIT IN KEY
008720*        ORDER.  FOR EVERY SET NAMED ON A SET= CARD THE LAST
008730*        VALID ROW SEEN - THE LATEST - LEAVES ITS VALUES IN THE
008740*        CARD'S TABLE ENTRY.
008750*--------------------------------------------------------------*
008760 3000-LOAD-AUDIT-VALUES.
008770     SET WS-AUD-NOT-EOF TO TRUE.
008780     MOVE ZERO TO AUD-KEY-DATE.
008790     MOVE ZERO TO AUD-SET-ID.
008800     MOVE ZERO TO AUD-CORR-SEQ.
008810     START AUD-FILE KEY NOT LESS THAN AUD-KEY
008820         INVALID KEY SET WS-AUD-EOF TO TRUE
008830     END-START.
008840     IF WS-AUD-NOT-EOF
008850         READ AUD-FILE NEXT RECORD
008860             AT END SET WS-AUD-EOF TO TRUE
008870         END-READ
008880     END-IF.
008890     PERFORM 3100-KEEP-ONE-AUDIT-ROW THRU 3100-EXIT
008900         UNTIL WS-AUD-EOF.
008910 3000-EXIT.
008920     EXIT.
008930
008940 3100-KEEP-ONE-AUDIT-ROW.
008950     ADD 1 TO WS-AUD-ROWS-READ.
008960     IF AUD-VALID-FLAG NOT = "Y" OR AUD-N < 2 OR AUD-N > 25
008970         GO TO 3100-NEXT
008980     END-IF.
008990     MOVE AUD-SET-ID TO WS-CAL-SET-ID.
009000     PERFORM 2150-FIND-SET-CARD THRU 2150-EXIT.
009010     IF WS-ST-FOUND-IX = ZERO
009020         GO TO 3100-NEXT
009030     END-IF.
009040     MOVE "Y" TO WS-ST-FOUND-SW (WS-ST-FOUND-IX).
009050     MOVE AUD-KEY-DATE TO WS-ST-AUD-DATE (WS-ST-FOUND-IX).
009060     MOVE AUD-N TO WS-ST-AUD-N (WS-ST-FOUND-IX).
009070     MOVE AUD-VALUES-TEXT (8:150)
009080         TO WS-ST-AUD-VALUES (WS-ST-FOUND-IX).
009090 3100-NEXT.
009100     READ AUD-FILE NEXT RECORD
009110         AT END SET WS-AUD-EOF TO TRUE
009120     END-READ.
009130 3100-EXIT.
009140     EXIT.
009150
009160*--------------------------------------------------------------*
009170*    3500-CALENDAR-ONE-CARD - A SOURCE=AUDIT SET.  THE VALUES
009180*        TEXT IS "NNNNN NNNNN ...", FIVE DIGITS AND A BLANK PER
009190*        VALUE, AS LCM BUILDS IT.
009200*--------------------------------------------------------------*
009210 3500-CALENDAR-ONE-CARD.
009220     ADD 1 TO WS-SETS-READ.
009230     MOVE WS-ST-SET-ID (WS-ST-IX) TO WS-CAL-SET-ID.
009240     IF NOT WS-ST-FOUND (WS-ST-IX)
009250         ADD 1 TO WS-SETS-NOT-USABLE
009260         PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT
009270         MOVE SPACES TO RPT-MSG-TEXT
009280         STRING "SET " DELIMITED BY SIZE
009290             WS-CAL-SET-ID DELIMITED BY SIZE
009300             " - NO VALID LCMAUDIT ROW, NOT CALENDARED"
009310                 DELIMITED BY SIZE
009320             INTO RPT-MSG-TEXT
009330         END-STRING
009340         WRITE RPT-RECORD FROM RPT-MESSAGE-LINE
009350         ADD 1 TO WS-LINE-COUNT
009360         GO TO 3500-EXIT
009370     END-IF.
009380     MOVE WS-ST-START (WS-ST-IX) TO WS-CAL-START.
009390     MOVE WS-ST-AUD-N (WS-ST-IX) TO WS-CAL-N.
009400     SET WS-SET-USABLE TO TRUE.
009410     PERFORM 3510-PARSE-ONE-VALUE THRU 3510-EXIT
009420         VARYING WS-V-IX FROM 1 BY 1
009430         UNTIL WS-V-IX > WS-CAL-N.
009440     IF WS-SET-NOT-USABLE
009450         ADD 1 TO WS-SETS-NOT-USABLE
009460         GO TO 3500-EXIT
009470     END-IF.
009480     MOVE WS-ST-AUD-DATE (WS-ST-IX) TO WS-EDIT-DATE-N.
009490     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
009500     MOVE SPACES TO WS-CAL-SOURCE-TEXT.
009510     STRING "VALUES FROM LCMAUDIT ROW OF " DELIMITED BY SIZE
009520         WS-EDIT-DATE-PRINT DELIMITED BY SIZE
009530         INTO WS-CAL-SOURCE-TEXT
009540     END-STRING.
009550     PERFORM 4000-BUILD-CALENDAR THRU 4000-EXIT.
009560 3500-EXIT.
009570     EXIT.
009580
009590 3510-PARSE-ONE-VALUE.
009600     COMPUTE WS-FIRE-PTR = (WS-V-IX - 1) * 6 + 1.
009610     MOVE WS-ST-AUD-VALUES (WS-ST-IX) (WS-FIRE-PTR:5)
009620         TO WS-VALUE-X.
009630     PERFORM 2120-STORE-ONE-VALUE THRU 2120-EXIT.
009640 3510-EXIT.
009650     EXIT.
009660
009670*--------------------------------------------------------------*
009680*    4000-BUILD-CALENDAR - WALK THE WINDOW FOR ONE SET.  THE
009690*        WALK STARTS AT THE LATER OF THE FROM DATE AND THE
009700*        SET'S START, WITH EACH SCHEDULE'S REMAINDER SET FROM
009710*        THE OFFSET THERE, AND STOPS AT THE END OF THE HORIZON
009720*        OR WHEN COUNT= DATES HAVE BEEN LISTED.
009730*--------------------------------------------------------------*
009740 4000-BUILD-CALENDAR.
009750     ADD 1 TO WS-SETS-CALENDARED.
009760     MOVE ZERO TO WS-SET-DATES-LISTED.
009770     PERFORM 4050-PRINT-SET-HEADING THRU 4050-EXIT.
009780     MOVE WS-CAL-START TO WS-DN-DATE-N.
009790     PERFORM 2800-COMPUTE-DAY-NUMBER THRU 2800-EXIT.
009800     MOVE WS-DN-DAYS TO WS-START-DAYS.
009810     IF WS-START-DAYS NOT < WS-FROM-DAYS + WS-HORIZON-DAYS
009820         MOVE "START DATE IS BEYOND THE HORIZON" TO RPT-MSG-TEXT
009830         PERFORM 4300-PRINT-MESSAGE THRU 4300-EXIT
009840         GO TO 4000-EXIT
009850     END-IF.
009860     IF WS-START-DAYS < WS-FROM-DAYS
009870         MOVE WS-FROM-DATE TO WS-CUR-DATE-N
009880         COMPUTE WS-CUR-OFFSET = WS-FROM-DAYS - WS-START-DAYS
009890         MOVE WS-HORIZON-DAYS TO WS-WALK-DAYS
009900     ELSE
009910         MOVE WS-CAL-START TO WS-CUR-DATE-N
009920         MOVE ZERO TO WS-CUR-OFFSET
009930         COMPUTE WS-WALK-DAYS = WS-HORIZON-DAYS
009940             - (WS-START-DAYS - WS-FROM-DAYS)
009950     END-IF.
009960     PERFORM 4010-SET-ONE-REMAINDER THRU 4010-EXIT
009970         VARYING WS-V-IX FROM 1 BY 1
009980         UNTIL WS-V-IX > WS-CAL-N.
009990     PERFORM 4100-CHECK-ONE-DAY THRU 4100-EXIT
010000         VARYING WS-WALK-IX FROM 1 BY 1
010010         UNTIL WS-WALK-IX > WS-WALK-DAYS
010020             OR WS-SET-DATES-LISTED NOT < WS-LIST-COUNT.
010030     IF WS-SET-DATES-LISTED = ZERO
010040         MOVE "NO COINCIDENCE DATES WITHIN THE HORIZON"
010050             TO RPT-MSG-TEXT
010060         PERFORM 4300-PRINT-MESSAGE THRU 4300-EXIT
010070     END-IF.
010080 4000-EXIT.
010090     EXIT.
010100
010110 4010-SET-ONE-REMAINDER.
010120     DIVIDE WS-CUR-OFFSET BY WS-CAL-VALUE (WS-V-IX)
010130         GIVING WS-REM-QUOT
010140         REMAINDER WS-CAL-REM (WS-V-IX).
010150 4010-EXIT.
010160     EXIT.
010170
010180*--------------------------------------------------------------*
010190*    4050-PRINT-SET-HEADING - SET, START DATE, WHERE THE VALUES
010200*        CAME FROM AND THE CYCLES THEMSELVES
010210*--------------------------------------------------------------*
010220 4050-PRINT-SET-HEADING.
010230     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
010240         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
010250     END-IF.
010260     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
010270     MOVE WS-CAL-SET-ID TO RPT-S-SETID.
010280     MOVE WS-CAL-START TO WS-EDIT-DATE-N.
010290     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
010300     MOVE WS-EDIT-DATE-PRINT TO RPT-S-START.
010310     MOVE WS-CAL-N TO RPT-S-N.
010320     MOVE WS-CAL-SOURCE-TEXT TO RPT-S-SOURCE.
010330     WRITE RPT-RECORD FROM RPT-SET-LINE.
010340     MOVE SPACES TO WS-FIRE-TEXT.
010350     MOVE 1 TO WS-FIRE-PTR.
010360     PERFORM 4060-APPEND-ONE-CYCLE THRU 4060-EXIT
010370         VARYING WS-V-IX FROM 1 BY 1
010380         UNTIL WS-V-IX > WS-CAL-N.
010390     MOVE WS-FIRE-TEXT (1:78) TO RPT-VL-VALUES.
010400     WRITE RPT-RECORD FROM RPT-VALUES-LINE.
010410     ADD 3 TO WS-LINE-COUNT.
010420     IF WS-FIRE-TEXT (79:78) NOT = SPACES
010430         MOVE WS-FIRE-TEXT (79:78) TO RPT-CT-VALUES
010440         WRITE RPT-RECORD FROM RPT-CONT-LINE
010450         ADD 1 TO WS-LINE-COUNT
010460     END-IF.
010470 4050-EXIT.
010480     EXIT.
010490
010500 4060-APPEND-ONE-CYCLE.
010510     STRING WS-CAL-VALUE (WS-V-IX) DELIMITED BY SIZE
010520         " " DELIMITED BY SIZE
010530         INTO WS-FIRE-TEXT
010540         WITH POINTER WS-FIRE-PTR
010550     END-STRING.
010560 4060-EXIT.
010570     EXIT.
010580
010590*--------------------------------------------------------------*
010600*    4100-CHECK-ONE-DAY - WHICH SCHEDULES FALL DUE TODAY; TWO
010610*        OR MORE IS A COINCIDENCE.  THEN STEP EVERY REMAINDER,
010620*        THE OFFSET AND THE DATE ON TO TOMORROW.
010630*--------------------------------------------------------------*
010640 4100-CHECK-ONE-DAY.
010650     MOVE ZERO TO WS-FIRE-COUNT.
010660     MOVE SPACES TO WS-FIRE-TEXT.
010670     MOVE 1 TO WS-FIRE-PTR.
010680     PERFORM 4110-TEST-ONE-SCHEDULE THRU 4110-EXIT
010690         VARYING WS-V-IX FROM 1 BY 1
010700         UNTIL WS-V-IX > WS-CAL-N.
010710     IF WS-FIRE-COUNT > 1
010720         PERFORM 4200-LIST-COINCIDENCE THRU 4200-EXIT
010730     END-IF.
010740     PERFORM 4120-STEP-ONE-SCHEDULE THRU 4120-EXIT
010750         VARYING WS-V-IX FROM 1 BY 1
010760         UNTIL WS-V-IX > WS-CAL-N.
010770     ADD 1 TO WS-CUR-OFFSET.
010780     PERFORM 2860-ADVANCE-ONE-DAY THRU 2860-EXIT.
010790 4100-EXIT.
010800     EXIT.
010810
010820 4110-TEST-ONE-SCHEDULE.
010830     IF WS-CAL-REM (WS-V-IX) = ZERO
010840         ADD 1 TO WS-FIRE-COUNT
010850         PERFORM 4060-APPEND-ONE-CYCLE THRU 4060-EXIT
010860     END-IF.
010870 4110-EXIT.
010880     EXIT.
010890
010900 4120-STEP-ONE-SCHEDULE.
010910     ADD 1 TO WS-CAL-REM (WS-V-IX).
010920     IF WS-CAL-REM (WS-V-IX) = WS-CAL-VALUE (WS-V-IX)
010930         MOVE ZERO TO WS-CAL-REM (WS-V-IX)
010940     END-IF.
010950 4120-EXIT.
010960     EXIT.
010970
010980*--------------------------------------------------------------*
010990*    4200-LIST-COINCIDENCE - ONE DATE: THE WHOLE SET (THE LCM
011000*        DAY), A PAIR, OR A LARGER SUBSET; TO THE REPORT AND
011010*        TO CALCSV
011020*--------------------------------------------------------------*
011030 4200-LIST-COINCIDENCE.
011040     ADD 1 TO WS-SET-DATES-LISTED.
011050     ADD 1 TO WS-DATES-LISTED.
011060     IF WS-FIRE-COUNT = WS-CAL-N
011070         MOVE "FULL SET" TO WS-FIRE-KIND
011080         ADD 1 TO WS-FULL-SET-DATES
011090     ELSE
011100         IF WS-FIRE-COUNT = 2
011110             MOVE "PAIR" TO WS-FIRE-KIND
011120             ADD 1 TO WS-PAIR-DATES
011130         ELSE
011140             MOVE "SUBSET" TO WS-FIRE-KIND
011150             ADD 1 TO WS-SUBSET-DATES
011160         END-IF
011170     END-IF.
011180     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
011190     MOVE WS-CUR-DATE-N TO WS-EDIT-DATE-N.
011200     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
011210     MOVE WS-EDIT-DATE-PRINT TO RPT-K-DATE.
011220     MOVE WS-CUR-OFFSET TO RPT-K-OFFSET.
011230     MOVE WS-FIRE-KIND TO RPT-K-KIND.
011240     MOVE WS-FIRE-COUNT TO RPT-K-FIRES.
011250     MOVE WS-CAL-N TO RPT-K-N.
011260     MOVE WS-FIRE-TEXT (1:78) TO RPT-K-VALUES.
011270     WRITE RPT-RECORD FROM RPT-COIN-LINE.
011280     ADD 1 TO WS-LINE-COUNT.
011290     IF WS-FIRE-TEXT (79:78) NOT = SPACES
011300         MOVE WS-FIRE-TEXT (79:78) TO RPT-CT-VALUES
011310         WRITE RPT-RECORD FROM RPT-CONT-LINE
011320         ADD 1 TO WS-LINE-COUNT
011330     END-IF.
011340     PERFORM 4250-WRITE-CSV-ROW THRU 4250-EXIT.
011350 4200-EXIT.
011360     EXIT.
011370
011380*--------------------------------------------------------------*
011390*    4250-WRITE-CSV-ROW - SET ID, DATE (YYYYMMDD, AS ON
011400*        AUDCSV), OFFSET, KIND, SCHEDULES DUE, SCHEDULES IN THE
011410*        SET AND THE QUOTED LIST OF VALUES DUE
011420*--------------------------------------------------------------*
011430 4250-WRITE-CSV-ROW.
011440     MOVE SPACES TO WS-CSV-ROW.
011450     MOVE 1 TO WS-CSV-PTR.
011460     MOVE WS-CUR-OFFSET TO WS-CSV-OFFSET.
011470     MOVE WS-FIRE-COUNT TO WS-CSV-FIRES.
011480     MOVE WS-CAL-N TO WS-CSV-N.
011490     STRING WS-CAL-SET-ID DELIMITED BY SIZE
011500         "," DELIMITED BY SIZE
011510         WS-CUR-DATE-N DELIMITED BY SIZE
011520         "," DELIMITED BY SIZE
011530         WS-CSV-OFFSET DELIMITED BY SIZE
011540         "," DELIMITED BY SIZE
011550         WS-FIRE-KIND DELIMITED BY "  "
011560         "," DELIMITED BY SIZE
011570         WS-CSV-FIRES DELIMITED BY SIZE
011580         "," DELIMITED BY SIZE
011590         WS-CSV-N DELIMITED BY SIZE
011600         "," DELIMITED BY SIZE
011610         QUOTE DELIMITED BY SIZE
011620         INTO WS-CSV-ROW
011630         WITH POINTER WS-CSV-PTR
011640     END-STRING.
011650     MOVE 156 TO WS-TRIM-LEN.
011660     PERFORM 4260-BACK-OFF-ONE-BLANK THRU 4260-EXIT
011670         UNTIL WS-TRIM-LEN = ZERO
011680             OR WS-FIRE-TEXT (WS-TRIM-LEN:1) NOT = SPACE.
011690     IF WS-TRIM-LEN > ZERO
011700         STRING WS-FIRE-TEXT (1:WS-TRIM-LEN) DELIMITED BY SIZE
011710             INTO WS-CSV-ROW
011720             WITH POINTER WS-CSV-PTR
011730         END-STRING
011740     END-IF.
011750     STRING QUOTE DELIMITED BY SIZE
011760         INTO WS-CSV-ROW
011770         WITH POINTER WS-CSV-PTR
011780     END-STRING.
011790     WRITE CSV-RECORD FROM WS-CSV-ROW.
011800 4250-EXIT.
011810     EXIT.
011820
011830 4260-BACK-OFF-ONE-BLANK.
011840     IF WS-FIRE-TEXT (WS-TRIM-LEN:1) = SPACE
011850         SUBTRACT 1 FROM WS-TRIM-LEN
011860     END-IF.
011870 4260-EXIT.
011880     EXIT.
011890
011900 4300-PRINT-MESSAGE.
011910     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
011920     WRITE RPT-RECORD FROM RPT-MESSAGE-LINE.
011930     ADD 1 TO WS-LINE-COUNT.
011940 4300-EXIT.
011950     EXIT.
011960
011970*--------------------------------------------------------------*
011980*    8000-PRODUCE-SUMMARY - RUN TOTALS.  GRADES 4 WHEN ANY SET
011990*        COULD NOT BE CALENDARED.
012000*--------------------------------------------------------------*
012010 8000-PRODUCE-SUMMARY.
012020     PERFORM 1210-NEW-PAGE THRU 1210-EXIT.
012030     MOVE "SETS READ" TO RPT-SUM-LABEL.
012040     MOVE WS-SETS-READ TO RPT-SUM-VALUE.
012050     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
012060     MOVE "SETS CALENDARED" TO RPT-SUM-LABEL.
012070     MOVE WS-SETS-CALENDARED TO RPT-SUM-VALUE.
012080     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
012090     MOVE "SETS WITH NO START DATE" TO RPT-SUM-LABEL.
012100     MOVE WS-SETS-NO-START TO RPT-SUM-VALUE.
012110     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
012120     MOVE "SETS WITHOUT USABLE VALUES" TO RPT-SUM-LABEL.
012130     MOVE WS-SETS-NOT-USABLE TO RPT-SUM-VALUE.
012140     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
012150     MOVE "COINCIDENCE DATES LISTED" TO RPT-SUM-LABEL.
012160     MOVE WS-DATES-LISTED TO RPT-SUM-VALUE.
012170     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
012180     MOVE "  FULL-SET DATES" TO RPT-SUM-LABEL.
012190     MOVE WS-FULL-SET-DATES TO RPT-SUM-VALUE.
012200     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
012210     MOVE "  PAIR DATES" TO RPT-SUM-LABEL.
012220     MOVE WS-PAIR-DATES TO RPT-SUM-VALUE.
012230     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
012240     MOVE "  SUBSET DATES" TO RPT-SUM-LABEL.
012250     MOVE WS-SUBSET-DATES TO RPT-SUM-VALUE.
012260     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
012270     IF WS-SOURCE-AUDIT
012280         MOVE "AUDIT ROWS READ" TO RPT-SUM-LABEL
012290         MOVE WS-AUD-ROWS-READ TO RPT-SUM-VALUE
012300         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
012310     END-IF.
012320     DISPLAY "SETS READ.............. " WS-SETS-READ.
012330     DISPLAY "SETS CALENDARED........ " WS-SETS-CALENDARED.
012340     DISPLAY "SETS NO START DATE..... " WS-SETS-NO-START.
012350     DISPLAY "SETS NOT USABLE........ " WS-SETS-NOT-USABLE.
012360     DISPLAY "DATES LISTED........... " WS-DATES-LISTED.
012370     IF WS-SETS-NO-START > ZERO OR WS-SETS-NOT-USABLE > ZERO
012380         MOVE 4 TO RETURN-CODE
012390     ELSE
012400         MOVE 0 TO RETURN-CODE
012410     END-IF.
012420     DISPLAY "JOB RETURN CODE " RETURN-CODE.
012430 8000-EXIT.
012440     EXIT.
012450
012460*--------------------------------------------------------------*
012470*    9000-TERMINATE - CLOSE ALL FILES
012480*--------------------------------------------------------------*
012490 9000-TERMINATE.
012500     IF WS-SOURCE-AUDIT
012510         CLOSE AUD-FILE
012520     ELSE
012530         CLOSE NBR-FILE
012540     END-IF.
012550     CLOSE CSV-FILE.
012560     CLOSE RPT-FILE.
012570 9000-EXIT.
012580     EXIT.
