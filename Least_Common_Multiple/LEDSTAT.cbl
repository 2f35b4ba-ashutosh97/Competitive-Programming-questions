000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.LEDSTAT.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  PRINTS THE RUNLEDGR JOB-STREAM
000220*                   RUN LEDGER AS THE JL100 - FOR EACH
000230*                   BUSINESS DATE, EVERY STEP OF THE NIGHTLY
000240*                   STREAM IN RUN ORDER WITH ITS STATUS, RUN
000250*                   COUNT, START AND END, RETURN CODE AND
000260*                   RECORD COUNTS, THEN THE STEP THE MORNING
000270*                   SHIFT PICKS UP AT.  FROM=/TO= ON LEDPARM
000280*                   LIMIT THE DATES.  ANY DATE NOT COMPLETE
000290*                   ENDS WITH RETURN-CODE 4.
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LED-FILE ASSIGN TO "RUNLEDGR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS LED-KEY
000380         FILE STATUS IS WS-LED-STATUS.
000390     SELECT PARM-FILE ASSIGN TO "LEDPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PRM-STATUS.
000420     SELECT RPT-FILE ASSIGN TO "LEDRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*--------------------------------------------------------------*
000490*    LED-FILE - JOB-STREAM RUN LEDGER
000500*--------------------------------------------------------------*
000510 FD  LED-FILE.
000520     COPY LEDREC.
000530
000540*--------------------------------------------------------------*
000550*    PARM-FILE - OPTIONAL FROM=/TO= DATE CARDS
000560*--------------------------------------------------------------*
000570 FD  PARM-FILE
000580     RECORDING MODE IS F.
000590 01  PARM-RECORD                 PIC X(80).
000600
000610*--------------------------------------------------------------*
000620*    RPT-FILE - PRINTED RUN LEDGER
000630*--------------------------------------------------------------*
000640 FD  RPT-FILE
000650     RECORDING MODE IS F.
000660 01  RPT-RECORD                  PIC X(132).
000670
000680 WORKING-STORAGE SECTION.
000690*--------------------------------------------------------------*
000700*    FILE STATUS SWITCHES
000710*--------------------------------------------------------------*
000720 01  WS-FILE-STATUSES.
000730     05  WS-LED-STATUS           PIC X(02) VALUE "00".
000740     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
000750     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000760
000770 01  WS-LED-EOF-SW               PIC X(01) VALUE "N".
000780     88  WS-LED-EOF                      VALUE "Y".
000790     88  WS-LED-NOT-EOF                  VALUE "N".
000800
000810 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
000820     88  WS-PRM-EOF                      VALUE "Y".
000830     88  WS-PRM-NOT-EOF                  VALUE "N".
000840
000850 01  WS-LEDGER-SW                PIC X(01) VALUE "Y".
000860     88  WS-LEDGER-ON-FILE               VALUE "Y".
000870     88  WS-NO-LEDGER                    VALUE "N".
000880
000890     COPY LEDSTP.
000900
000910*--------------------------------------------------------------*
000920*    DATE SELECTION FROM THE LEDPARM CARDS - NONE PRINTS EVERY
000930*        BUSINESS DATE ON THE LEDGER
000940*--------------------------------------------------------------*
000950 77  WS-FROM-DATE                PIC 9(08) VALUE 0.
000960 77  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
000970 01  WS-DATE-MDY.
000980     05  WS-MDY-MM               PIC X(02).
000990     05  FILLER                  PIC X(01).
001000     05  WS-MDY-DD               PIC X(02).
001010     05  FILLER                  PIC X(01).
001020     05  WS-MDY-YYYY             PIC X(04).
001030 01  WS-DATE-YMD.
001040     05  WS-YMD-YYYY             PIC X(04).
001050     05  WS-YMD-MM               PIC X(02).
001060     05  WS-YMD-DD               PIC X(02).
001070 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD
001080                                 PIC 9(08).
001090
001100*--------------------------------------------------------------*
001110*    ONE BUSINESS DATE - THE LEDGER ENTRIES GATHERED INTO
001120*        STREAM ORDER (LEDSTP), AND THE ENTRY BEING PRINTED
001130*--------------------------------------------------------------*
001140 77  WS-CUR-DATE                 PIC 9(08) VALUE 0.
001150 01  WS-DAY-TABLE.
001160     05  WS-DAY-ENTRY OCCURS 6 TIMES.
001170         10  WS-DAY-FOUND-SW     PIC X(01).
001180             88  WS-DAY-FOUND            VALUE "Y".
001190         10  WS-DAY-REC          PIC X(158).
001200 77  WS-STP-IX                   PIC 9(02) VALUE 0.
001210 77  WS-FOUND-IX                 PIC 9(02) VALUE 0.
001220 77  WS-CNT-IX                   PIC 9(02) VALUE 0.
001230 77  WS-PICKUP-IX                PIC 9(02) VALUE 0.
001240 01  WS-STATUS-TEXT              PIC X(38) VALUE SPACES.
001250 01  WS-PICKUP-TEXT              PIC X(38) VALUE SPACES.
001260     COPY LEDREC REPLACING LEADING ==LED== BY ==LDW==.
001270
001280*--------------------------------------------------------------*
001290*    YYYYMMDD TO MM/DD/YYYY, AND A DATE AND HHMMSS TIME TO
001300*        MM/DD HH:MM, FOR THE REPORT LINES
001310*--------------------------------------------------------------*
001320 01  WS-EDIT-DATE-N              PIC 9(08) VALUE 0.
001330 01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-N.
001340     05  WS-EDT-YYYY             PIC 9(04).
001350     05  WS-EDT-MM               PIC 9(02).
001360     05  WS-EDT-DD               PIC 9(02).
001370 01  WS-EDIT-DATE-PRINT.
001380     05  WS-EDP-MM               PIC 9(02).
001390     05  FILLER                  PIC X(01) VALUE "/".
001400     05  WS-EDP-DD               PIC 9(02).
001410     05  FILLER                  PIC X(01) VALUE "/".
001420     05  WS-EDP-YYYY             PIC 9(04).
001430 01  WS-EDIT-TIME-N              PIC 9(06) VALUE 0.
001440 01  WS-EDIT-TIME REDEFINES WS-EDIT-TIME-N.
001450     05  WS-EDT-HH               PIC 9(02).
001460     05  WS-EDT-MI               PIC 9(02).
001470     05  WS-EDT-SS               PIC 9(02).
001480 01  WS-EDIT-STAMP.
001490     05  WS-EDS-MM               PIC 9(02).
001500     05  FILLER                  PIC X(01) VALUE "/".
001510     05  WS-EDS-DD               PIC 9(02).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  WS-EDS-HH               PIC 9(02).
001540     05  FILLER                  PIC X(01) VALUE ":".
001550     05  WS-EDS-MI               PIC 9(02).
001560
001570*--------------------------------------------------------------*
001580*    COUNTERS
001590*--------------------------------------------------------------*
001600 77  WS-ENTRIES-READ             PIC 9(07) VALUE 0.
001610 77  WS-ENTRIES-NOT-IN-STREAM    PIC 9(07) VALUE 0.
001620 77  WS-DATES-LISTED             PIC 9(07) VALUE 0.
001630 77  WS-DATES-COMPLETE           PIC 9(07) VALUE 0.
001640 77  WS-DATES-OPEN               PIC 9(07) VALUE 0.
001650
001660*--------------------------------------------------------------*
001670*    RUN DATE / REPORT PAGINATION
001680*--------------------------------------------------------------*
001690 01  WS-RUN-DATE-RAW.
001700     05  WS-RUN-YYYY             PIC 9(04).
001710     05  WS-RUN-MM               PIC 9(02).
001720     05  WS-RUN-DD               PIC 9(02).
001730 01  WS-RUN-DATE-PRINT.
001740     05  WS-PRT-MM               PIC 9(02).
001750     05  FILLER                  PIC X(01) VALUE "/".
001760     05  WS-PRT-DD               PIC 9(02).
001770     05  FILLER                  PIC X(01) VALUE "/".
001780     05  WS-PRT-YYYY             PIC 9(04).
001790
001800 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
001810 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
001820 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
001830 77  WS-LINES-NEEDED             PIC 9(03) VALUE 0.
001840
001850*--------------------------------------------------------------*
001860*    PRINT LINE LAYOUTS
001870*--------------------------------------------------------------*
001880 01  RPT-HEADER-1.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  FILLER                  PIC X(40)
001910             VALUE "JL100 - JOB STREAM RUN LEDGER".
001920     05  FILLER                  PIC X(08) VALUE "RUN DATE".
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  RPT1-DATE               PIC X(10).
001950     05  FILLER                  PIC X(06) VALUE SPACES.
001960     05  FILLER                  PIC X(05) VALUE "PAGE ".
001970     05  RPT1-PAGE               PIC ZZ9.
001980     05  FILLER                  PIC X(58) VALUE SPACES.
001990
002000 01  RPT-HEADER-2.
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  FILLER                  PIC X(131) VALUE ALL "-".
002030
002040 01  RPT-CRITERIA-LINE.
002050     05  FILLER                  PIC X(01) VALUE SPACE.
002060     05  FILLER                  PIC X(20)
002070             VALUE "BUSINESS DATES FROM ".
002080     05  RPT-C-FROM              PIC X(10).
002090     05  FILLER                  PIC X(04) VALUE " TO ".
002100     05  RPT-C-TO                PIC X(10).
002110     05  FILLER                  PIC X(87) VALUE SPACES.
002120
002130 01  RPT-DATE-LINE.
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
002160     05  RPT-D-DATE              PIC X(10).
002170     05  FILLER                  PIC X(107) VALUE SPACES.
002180
002190 01  RPT-COLUMN-LINE.
002200     05  FILLER                  PIC X(03) VALUE SPACES.
002210     05  FILLER                  PIC X(10) VALUE "STEP".
002220     05  FILLER                  PIC X(40) VALUE "STATUS".
002230     05  FILLER                  PIC X(05) VALUE "RUNS".
002240     05  FILLER                  PIC X(08) VALUE SPACES.
002250     05  FILLER                  PIC X(13) VALUE "STARTED".
002260     05  FILLER                  PIC X(13) VALUE "ENDED".
002270     05  FILLER                  PIC X(03) VALUE " RC".
002280     05  FILLER                  PIC X(37) VALUE SPACES.
002290
002300 01  RPT-STEP-LINE.
002310     05  FILLER                  PIC X(03) VALUE SPACES.
002320     05  RPT-S-STEP              PIC X(08).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  RPT-S-STATUS            PIC X(38).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  RPT-S-RUNS              PIC X(03).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  RPT-S-FORCED            PIC X(06).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  RPT-S-START             PIC X(11).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  RPT-S-END               PIC X(11).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  RPT-S-RC                PIC X(03).
002450     05  FILLER                  PIC X(37) VALUE SPACES.
002460 01  RPT-S-NUMBER                PIC ZZ9.
002470
002480 01  RPT-COUNT-LINE.
002490     05  FILLER                  PIC X(13) VALUE SPACES.
002500     05  RPT-CNT-ENTRY OCCURS 4 TIMES.
002510         10  RPT-CNT-LABEL       PIC X(10).
002520         10  FILLER              PIC X(01).
002530         10  RPT-CNT-VALUE       PIC Z(08)9.
002540         10  FILLER              PIC X(03).
002550     05  FILLER                  PIC X(27) VALUE SPACES.
002560
002570 01  RPT-PICKUP-LINE.
002580     05  FILLER                  PIC X(03) VALUE SPACES.
002590     05  RPT-P-TEXT              PIC X(70).
002600     05  FILLER                  PIC X(59) VALUE SPACES.
002610
002620 01  RPT-SUMMARY-LINE.
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  RPT-SUM-LABEL           PIC X(40).
002650     05  RPT-SUM-VALUE           PIC Z(06)9.
002660     05  FILLER                  PIC X(84) VALUE SPACES.
002670
002680 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
002690
002700 PROCEDURE DIVISION.
002710*--------------------------------------------------------------*
002720*    0000-MAINLINE - OVERALL JOB CONTROL
002730*--------------------------------------------------------------*
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
002770         UNTIL WS-LED-EOF.
002780     IF WS-CUR-DATE NOT = ZERO
002790         PERFORM 3000-PRINT-ONE-DATE THRU 3000-EXIT
002800     END-IF.
002810     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
002820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002830     STOP RUN.
002840
002850*--------------------------------------------------------------*
002860*    1000-INITIALIZE - OPEN FILES, READ THE DATE CARDS AND
002870*        POSITION THE LEDGER AT THE FIRST DATE WANTED.  NO
002880*        LEDGER FILE YET PRINTS AN EMPTY REPORT.
002890*--------------------------------------------------------------*
002900 1000-INITIALIZE.
002910     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
002920     MOVE WS-RUN-MM TO WS-PRT-MM.
002930     MOVE WS-RUN-DD TO WS-PRT-DD.
002940     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
002950
002960     OPEN OUTPUT RPT-FILE.
002970     IF WS-RPT-STATUS NOT = "00"
002980         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
003030     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
003040     PERFORM 1300-PRINT-CRITERIA THRU 1300-EXIT.
003050     SET WS-LED-NOT-EOF TO TRUE.
003060     OPEN INPUT LED-FILE.
003070     IF WS-LED-STATUS = "35"
003080         SET WS-NO-LEDGER TO TRUE
003090         SET WS-LED-EOF TO TRUE
003100         GO TO 1000-EXIT
003110     END-IF.
003120     IF WS-LED-STATUS NOT = "00"
003130         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     MOVE WS-FROM-DATE TO LED-BUS-DATE.
003180     MOVE SPACES TO LED-STEP.
003190     START LED-FILE KEY NOT LESS THAN LED-KEY
003200         INVALID KEY SET WS-LED-EOF TO TRUE
003210     END-START.
003220     IF WS-LED-NOT-EOF
003230         PERFORM 2900-READ-NEXT-ENTRY THRU 2900-EXIT
003240     END-IF.
003250 1000-EXIT.
003260     EXIT.
003270
003280*--------------------------------------------------------------*
003290*    1100-READ-PARM-CARDS - FROM=MM/DD/YYYY AND TO=MM/DD/YYYY.
003300*        NO PARM FILE PRINTS THE WHOLE LEDGER.
003310*--------------------------------------------------------------*
003320 1100-READ-PARM-CARDS.
003330     OPEN INPUT PARM-FILE.
003340     IF WS-PRM-STATUS = "35"
003350         GO TO 1100-EXIT
003360     END-IF.
003370     IF WS-PRM-STATUS NOT = "00"
003380         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     SET WS-PRM-NOT-EOF TO TRUE.
003430     READ PARM-FILE
003440         AT END SET WS-PRM-EOF TO TRUE
003450     END-READ.
003460     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
003470         UNTIL WS-PRM-EOF.
003480     CLOSE PARM-FILE.
003490 1100-EXIT.
003500     EXIT.
003510
003520 1110-APPLY-ONE-PARM.
003530     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
003540         GO TO 1110-NEXT
003550     END-IF.
003560     IF PARM-RECORD (1:5) = "FROM="
003570         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
003580         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
003590         MOVE WS-DATE-YMD-N TO WS-FROM-DATE
003600         GO TO 1110-NEXT
003610     END-IF.
003620     IF PARM-RECORD (1:3) = "TO="
003630         MOVE PARM-RECORD (4:10) TO WS-DATE-MDY
003640         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
003650         MOVE WS-DATE-YMD-N TO WS-TO-DATE
003660         GO TO 1110-NEXT
003670     END-IF.
003680     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
003690     MOVE 16 TO RETURN-CODE.
003700     STOP RUN.
003710 1110-NEXT.
003720     READ PARM-FILE
003730         AT END SET WS-PRM-EOF TO TRUE
003740     END-READ.
003750 1110-EXIT.
003760     EXIT.
003770
003780*--------------------------------------------------------------*
003790*    1120-CONVERT-MDY-TO-YMD - MM/DD/YYYY TO NUMERIC YYYYMMDD
003800*--------------------------------------------------------------*
003810 1120-CONVERT-MDY-TO-YMD.
003820     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
003830     MOVE WS-MDY-MM TO WS-YMD-MM.
003840     MOVE WS-MDY-DD TO WS-YMD-DD.
003850     IF WS-DATE-YMD NOT NUMERIC
003860         DISPLAY "INVALID DATE ON PARM CARD - " PARM-RECORD
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900 1120-EXIT.
003910     EXIT.
003920
003930*--------------------------------------------------------------*
003940*    1200-PRINT-HEADING - REPORT PAGE HEADER
003950*--------------------------------------------------------------*
003960 1200-PRINT-HEADING.
003970     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
003980     MOVE WS-PAGE-NO TO RPT1-PAGE.
003990     WRITE RPT-RECORD FROM RPT-HEADER-1.
004000     WRITE RPT-RECORD FROM RPT-HEADER-2.
004010     MOVE ZERO TO WS-LINE-COUNT.
004020 1200-EXIT.
004030     EXIT.
004040
004050*--------------------------------------------------------------*
004060*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
004070*--------------------------------------------------------------*
004080 1210-NEW-PAGE.
004090     ADD 1 TO WS-PAGE-NO.
004100     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004110     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
004120 1210-EXIT.
004130     EXIT.
004140
004150*--------------------------------------------------------------*
004160*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN THE NEXT
004170*        BLOCK (WS-LINES-NEEDED) WILL NOT FIT
004180*--------------------------------------------------------------*
004190 1220-CHECK-PAGE-BREAK.
004200     IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-LINES-PER-PAGE
004210         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
004220     END-IF.
004230 1220-EXIT.
004240     EXIT.
004250
004260*--------------------------------------------------------------*
004270*    1300-PRINT-CRITERIA - THE DATES ASKED FOR
004280*--------------------------------------------------------------*
004290 1300-PRINT-CRITERIA.
004300     IF WS-FROM-DATE = ZERO
004310         MOVE "FIRST" TO RPT-C-FROM
004320     ELSE
004330         MOVE WS-FROM-DATE TO WS-EDIT-DATE-N
004340         PERFORM 2850-EDIT-DATE THRU 2850-EXIT
004350         MOVE WS-EDIT-DATE-PRINT TO RPT-C-FROM
004360     END-IF.
004370     IF WS-TO-DATE = 99999999
004380         MOVE "LAST" TO RPT-C-TO
004390     ELSE
004400         MOVE WS-TO-DATE TO WS-EDIT-DATE-N
004410         PERFORM 2850-EDIT-DATE THRU 2850-EXIT
004420         MOVE WS-EDIT-DATE-PRINT TO RPT-C-TO
004430     END-IF.
004440     WRITE RPT-RECORD FROM RPT-CRITERIA-LINE.
004450     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004460     ADD 2 TO WS-LINE-COUNT.
004470 1300-EXIT.
004480     EXIT.
004490
004500*--------------------------------------------------------------*
004510*    2000-PROCESS-ONE-ENTRY - FILE ONE LEDGER ENTRY UNDER ITS
004520*        STREAM STEP.  A NEW BUSINESS DATE PRINTS THE ONE
004530*        BEFORE IT.  A STEP NOT IN THE STREAM IS COUNTED ONLY.
004540*--------------------------------------------------------------*
004550 2000-PROCESS-ONE-ENTRY.
004560     IF LED-BUS-DATE > WS-TO-DATE
004570         SET WS-LED-EOF TO TRUE
004580         GO TO 2000-EXIT
004590     END-IF.
004600     ADD 1 TO WS-ENTRIES-READ.
004610     IF LED-BUS-DATE NOT = WS-CUR-DATE
004620         IF WS-CUR-DATE NOT = ZERO
004630             PERFORM 3000-PRINT-ONE-DATE THRU 3000-EXIT
004640         END-IF
004650         MOVE LED-BUS-DATE TO WS-CUR-DATE
004660         PERFORM 2100-CLEAR-ONE-STEP THRU 2100-EXIT
004670             VARYING WS-STP-IX FROM 1 BY 1
004680             UNTIL WS-STP-IX > LED-STP-MAX
004690     END-IF.
004700     MOVE ZERO TO WS-FOUND-IX.
004710     PERFORM 2200-FIND-STREAM-STEP THRU 2200-EXIT
004720         VARYING WS-STP-IX FROM 1 BY 1
004730         UNTIL WS-STP-IX > LED-STP-MAX.
004740     IF WS-FOUND-IX = ZERO
004750         ADD 1 TO WS-ENTRIES-NOT-IN-STREAM
004760         DISPLAY "LEDGER STEP " LED-STEP " FOR " LED-BUS-DATE
004770             " IS NOT IN THE JOB STREAM - NOT PRINTED"
004780     ELSE
004790         MOVE "Y" TO WS-DAY-FOUND-SW (WS-FOUND-IX)
004800         MOVE LED-RECORD TO WS-DAY-REC (WS-FOUND-IX)
004810     END-IF.
004820     PERFORM 2900-READ-NEXT-ENTRY THRU 2900-EXIT.
004830 2000-EXIT.
004840     EXIT.
004850
004860 2100-CLEAR-ONE-STEP.
004870     MOVE "N" TO WS-DAY-FOUND-SW (WS-STP-IX).
004880     MOVE SPACES TO WS-DAY-REC (WS-STP-IX).
004890 2100-EXIT.
004900     EXIT.
004910
004920 2200-FIND-STREAM-STEP.
004930     IF LED-STP-NAME (WS-STP-IX) = LED-STEP
004940         MOVE WS-STP-IX TO WS-FOUND-IX
004950     END-IF.
004960 2200-EXIT.
004970     EXIT.
004980
004990*--------------------------------------------------------------*
005000*    2850-EDIT-DATE - WS-EDIT-DATE-N TO WS-EDIT-DATE-PRINT
005010*--------------------------------------------------------------*
005020 2850-EDIT-DATE.
005030     MOVE WS-EDT-MM TO WS-EDP-MM.
005040     MOVE WS-EDT-DD TO WS-EDP-DD.
005050     MOVE WS-EDT-YYYY TO WS-EDP-YYYY.
005060 2850-EXIT.
005070     EXIT.
005080
005090*--------------------------------------------------------------*
005100*    2860-EDIT-STAMP - WS-EDIT-DATE-N AND WS-EDIT-TIME-N TO
005110*        WS-EDIT-STAMP
005120*--------------------------------------------------------------*
005130 2860-EDIT-STAMP.
005140     MOVE WS-EDT-MM TO WS-EDS-MM.
005150     MOVE WS-EDT-DD TO WS-EDS-DD.
005160     MOVE WS-EDT-HH TO WS-EDS-HH.
005170     MOVE WS-EDT-MI TO WS-EDS-MI.
005180 2860-EXIT.
005190     EXIT.
005200
005210*--------------------------------------------------------------*
005220*    2900-READ-NEXT-ENTRY - NEXT LEDGER ENTRY IN KEY ORDER
005230*--------------------------------------------------------------*
005240 2900-READ-NEXT-ENTRY.
005250     READ LED-FILE NEXT RECORD
005260         AT END SET WS-LED-EOF TO TRUE
005270     END-READ.
005280 2900-EXIT.
005290     EXIT.
005300
005310*--------------------------------------------------------------*
005320*    3000-PRINT-ONE-DATE - ONE BUSINESS DATE'S STREAM: A LINE
005330*        PER STEP (AND ITS COUNTS), THEN WHERE TO PICK UP
005340*--------------------------------------------------------------*
005350 3000-PRINT-ONE-DATE.
005360     ADD 1 TO WS-DATES-LISTED.
005370     COMPUTE WS-LINES-NEEDED = LED-STP-MAX * 2 + 5.
005380     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
005390     MOVE WS-CUR-DATE TO WS-EDIT-DATE-N.
005400     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
005410     MOVE WS-EDIT-DATE-PRINT TO RPT-D-DATE.
005420     WRITE RPT-RECORD FROM RPT-DATE-LINE.
005430     WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
005440     ADD 2 TO WS-LINE-COUNT.
005450     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
005460         VARYING WS-STP-IX FROM 1 BY 1
005470         UNTIL WS-STP-IX > LED-STP-MAX.
005480     PERFORM 3300-FIND-PICKUP THRU 3300-EXIT.
005490     WRITE RPT-RECORD FROM RPT-PICKUP-LINE.
005500     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
005510     ADD 2 TO WS-LINE-COUNT.
005520 3000-EXIT.
005530     EXIT.
005540
005550*--------------------------------------------------------------*
005560*    3100-PRINT-ONE-STEP - STATUS LINE FOR ONE STREAM STEP.  A
005570*        STEP THAT HAS RUN ALSO GETS ITS RECORD COUNTS.
005580*--------------------------------------------------------------*
005590 3100-PRINT-ONE-STEP.
005600     MOVE SPACES TO RPT-STEP-LINE.
005610     MOVE LED-STP-NAME (WS-STP-IX) TO RPT-S-STEP.
005620     IF NOT WS-DAY-FOUND (WS-STP-IX)
005630         IF LED-STP-OPTIONAL (WS-STP-IX)
005640             MOVE "NOT RUN (OPTIONAL)" TO RPT-S-STATUS
005650         ELSE
005660             MOVE "NOT RUN" TO RPT-S-STATUS
005670         END-IF
005680         WRITE RPT-RECORD FROM RPT-STEP-LINE
005690         ADD 1 TO WS-LINE-COUNT
005700         GO TO 3100-EXIT
005710     END-IF.
005720     MOVE WS-DAY-REC (WS-STP-IX) TO LDW-RECORD.
005730     PERFORM 3150-SET-STATUS-TEXT THRU 3150-EXIT.
005740     MOVE WS-STATUS-TEXT TO RPT-S-STATUS.
005750     MOVE LDW-RUN-COUNT TO RPT-S-NUMBER.
005760     MOVE RPT-S-NUMBER TO RPT-S-RUNS.
005770     IF LDW-FORCED
005780         MOVE "FORCED" TO RPT-S-FORCED
005790     END-IF.
005800     MOVE LDW-START-DATE TO WS-EDIT-DATE-N.
005810     MOVE LDW-START-TIME TO WS-EDIT-TIME-N.
005820     PERFORM 2860-EDIT-STAMP THRU 2860-EXIT.
005830     MOVE WS-EDIT-STAMP TO RPT-S-START.
005840     IF LDW-END-DATE NOT = ZERO
005850         MOVE LDW-END-DATE TO WS-EDIT-DATE-N
005860         MOVE LDW-END-TIME TO WS-EDIT-TIME-N
005870         PERFORM 2860-EDIT-STAMP THRU 2860-EXIT
005880         MOVE WS-EDIT-STAMP TO RPT-S-END
005890         MOVE LDW-RC TO RPT-S-NUMBER
005900         MOVE RPT-S-NUMBER TO RPT-S-RC
005910     END-IF.
005920     WRITE RPT-RECORD FROM RPT-STEP-LINE.
005930     ADD 1 TO WS-LINE-COUNT.
005940     IF LDW-COUNTS NOT = SPACES
005950         MOVE SPACES TO RPT-COUNT-LINE
005960         PERFORM 3110-EDIT-ONE-COUNT THRU 3110-EXIT
005970             VARYING WS-CNT-IX FROM 1 BY 1
005980             UNTIL WS-CNT-IX > 4
005990         WRITE RPT-RECORD FROM RPT-COUNT-LINE
006000         ADD 1 TO WS-LINE-COUNT
006010     END-IF.
006020 3100-EXIT.
006030     EXIT.
006040
006050 3110-EDIT-ONE-COUNT.
006060     IF LDW-COUNT-LABEL (WS-CNT-IX) = SPACES
006070         GO TO 3110-EXIT
006080     END-IF.
006090     MOVE LDW-COUNT-LABEL (WS-CNT-IX)
006100         TO RPT-CNT-LABEL (WS-CNT-IX).
006110     MOVE LDW-COUNT-VALUE (WS-CNT-IX)
006120         TO RPT-CNT-VALUE (WS-CNT-IX).
006130 3110-EXIT.
006140     EXIT.
006150
006160*--------------------------------------------------------------*
006170*    3150-SET-STATUS-TEXT - LDW-RUN-STATUS IN WORDS
006180*--------------------------------------------------------------*
006190 3150-SET-STATUS-TEXT.
006200     MOVE SPACES TO WS-STATUS-TEXT.
006210     IF LDW-RUNNING
006220         MOVE "STARTED - NO END (RUNNING OR ABENDED)"
006230             TO WS-STATUS-TEXT
006240     END-IF.
006250     IF LDW-PAUSED
006260         MOVE "STOPPED AT CUTOFF - CONTINUATION DUE"
006270             TO WS-STATUS-TEXT
006280     END-IF.
006290     IF LDW-ENDED-CLEAN
006300         MOVE "ENDED CLEAN" TO WS-STATUS-TEXT
006310     END-IF.
006320     IF LDW-ENDED-FAILED
006330         MOVE "ENDED OVER ITS CLEAN LIMIT" TO WS-STATUS-TEXT
006340     END-IF.
006350     IF WS-STATUS-TEXT = SPACES
006360         STRING "UNKNOWN STATUS " DELIMITED BY SIZE
006370             LDW-RUN-STATUS DELIMITED BY SIZE
006380             INTO WS-STATUS-TEXT
006390     END-IF.
006400 3150-EXIT.
006410     EXIT.
006420
006430*--------------------------------------------------------------*
006440*    3300-FIND-PICKUP - THE FIRST STEP IN STREAM ORDER THAT HAS
006450*        RUN WITHOUT ENDING CLEAN, OR THAT IS REQUIRED AND HAS
006460*        NOT RUN, IS WHERE THE NEXT SHIFT PICKS UP.  NONE MEANS
006470*        THE DATE IS COMPLETE.
006480*--------------------------------------------------------------*
006490 3300-FIND-PICKUP.
006500     MOVE ZERO TO WS-PICKUP-IX.
006510     PERFORM 3310-TEST-ONE-STEP THRU 3310-EXIT
006520         VARYING WS-STP-IX FROM 1 BY 1
006530         UNTIL WS-STP-IX > LED-STP-MAX
006540             OR WS-PICKUP-IX NOT = ZERO.
006550     MOVE SPACES TO RPT-P-TEXT.
006560     IF WS-PICKUP-IX = ZERO
006570         ADD 1 TO WS-DATES-COMPLETE
006580         MOVE "STREAM COMPLETE - EVERY REQUIRED STEP ENDED CLEAN"
006590             TO RPT-P-TEXT
006600         GO TO 3300-EXIT
006610     END-IF.
006620     ADD 1 TO WS-DATES-OPEN.
006630     STRING "PICK UP AT " DELIMITED BY SIZE
006640         LED-STP-NAME (WS-PICKUP-IX) DELIMITED BY SPACE
006650         " - " DELIMITED BY SIZE
006660         WS-PICKUP-TEXT DELIMITED BY SIZE
006670         INTO RPT-P-TEXT.
006680 3300-EXIT.
006690     EXIT.
006700
006710 3310-TEST-ONE-STEP.
006720     IF NOT WS-DAY-FOUND (WS-STP-IX)
006730         IF NOT LED-STP-OPTIONAL (WS-STP-IX)
006740             MOVE WS-STP-IX TO WS-PICKUP-IX
006750             MOVE "NOT YET RUN" TO WS-PICKUP-TEXT
006760         END-IF
006770         GO TO 3310-EXIT
006780     END-IF.
006790     MOVE WS-DAY-REC (WS-STP-IX) TO LDW-RECORD.
006800     IF NOT LDW-ENDED-CLEAN
006810         MOVE WS-STP-IX TO WS-PICKUP-IX
006820         PERFORM 3150-SET-STATUS-TEXT THRU 3150-EXIT
006830         MOVE WS-STATUS-TEXT TO WS-PICKUP-TEXT
006840     END-IF.
006850 3310-EXIT.
006860     EXIT.
006870
006880*--------------------------------------------------------------*
006890*    8000-PRODUCE-SUMMARY - RUN TOTALS.  GRADES 4 WHEN ANY DATE
006900*        LISTED STILL HAS A STEP TO PICK UP.
006910*--------------------------------------------------------------*
006920 8000-PRODUCE-SUMMARY.
006930     IF WS-NO-LEDGER
006940         MOVE "NO RUN LEDGER ON FILE" TO RPT-P-TEXT
006950         WRITE RPT-RECORD FROM RPT-PICKUP-LINE
006960     END-IF.
006970     PERFORM 1210-NEW-PAGE THRU 1210-EXIT.
006980     MOVE "LEDGER ENTRIES READ" TO RPT-SUM-LABEL.
006990     MOVE WS-ENTRIES-READ TO RPT-SUM-VALUE.
007000     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007010     MOVE "  NOT IN THE JOB STREAM" TO RPT-SUM-LABEL.
007020     MOVE WS-ENTRIES-NOT-IN-STREAM TO RPT-SUM-VALUE.
007030     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007040     MOVE "BUSINESS DATES LISTED" TO RPT-SUM-LABEL.
007050     MOVE WS-DATES-LISTED TO RPT-SUM-VALUE.
007060     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007070     MOVE "  STREAM COMPLETE" TO RPT-SUM-LABEL.
007080     MOVE WS-DATES-COMPLETE TO RPT-SUM-VALUE.
007090     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007100     MOVE "  STEP TO PICK UP" TO RPT-SUM-LABEL.
007110     MOVE WS-DATES-OPEN TO RPT-SUM-VALUE.
007120     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
007130     DISPLAY "LEDGER ENTRIES READ.... " WS-ENTRIES-READ.
007140     DISPLAY "DATES LISTED........... " WS-DATES-LISTED.
007150     DISPLAY "DATES COMPLETE......... " WS-DATES-COMPLETE.
007160     DISPLAY "DATES TO PICK UP....... " WS-DATES-OPEN.
007170     IF WS-DATES-OPEN > ZERO OR WS-NO-LEDGER
007180         MOVE 4 TO RETURN-CODE
007190     ELSE
007200         MOVE 0 TO RETURN-CODE
007210     END-IF.
007220     DISPLAY "JOB RETURN CODE " RETURN-CODE.
007230 8000-EXIT.
007240     EXIT.
007250
007260*--------------------------------------------------------------*
007270*    9000-TERMINATE - CLOSE ALL FILES
007280*--------------------------------------------------------------*
007290 9000-TERMINATE.
007300     IF WS-LEDGER-ON-FILE
007310         CLOSE LED-FILE
007320     END-IF.
007330     CLOSE RPT-FILE.
007340 9000-EXIT.
007350     EXIT.
