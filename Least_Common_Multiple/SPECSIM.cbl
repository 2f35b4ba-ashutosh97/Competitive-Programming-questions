000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.SPECSIM.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  WHAT-IF RUN FOR SPECFILE
000220*                   CHANGES STAGED BY SPECMNT.  LOADS THE
000230*                   SPECIES TABLE TWICE - AS IT STANDS TODAY
000240*                   AND AS IT WILL STAND ON THE TARGET= DATE,
000250*                   PENDING VERSIONS INCLUDED - AND REPLAYS
000260*                   EVERY MANIFEST IN THE FROM=/TO= SPAN OF
000270*                   LCMAUDIT THROUGH THE SAME SPECIES CHECK,
000280*                   HEAD/LEG SEARCH AND WEIGHT CHECK LCM USES,
000290*                   UNDER EACH TABLE.  THE SP110 REPORT LISTS
000300*                   THE SPECIES VERSIONS THAT DIFFER AND EVERY
000310*                   MANIFEST WHOSE RECONCILIATION VERDICT,
000320*                   AMBIGUITY FLAG, BREAKDOWN OR WEIGHT VERDICT
000330*                   WOULD CHANGE.  GRADES 4 WHEN ANY WOULD.
000331*  10/15/2026 RLH   SPECIES CHANGES STILL AWAITING APPROVAL ON
000332*                   SPECPEND ARE LAID OVER THE TARGET TABLE, SO
000333*                   THE APPROVER SEES WHAT A CHANGE WOULD DO
000334*                   BEFORE RELEASING IT.  PENDING=N LEAVES THEM
000335*                   OUT AND SIMULATES THE APPROVED MASTER ONLY.
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SPEC-FILE ASSIGN TO "SPECFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SPC-STATUS.
000410     SELECT AUD-FILE ASSIGN TO "LCMAUDIT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS AUD-KEY
000450         FILE STATUS IS WS-AUD-STATUS.
000460     SELECT PARM-FILE ASSIGN TO "SIMPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PRM-STATUS.
000490     SELECT RPT-FILE ASSIGN TO "SIMRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000511     SELECT PND-FILE ASSIGN TO "SPECPEND"
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS WS-PND-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*--------------------------------------------------------------*
000560*    SPEC-FILE - SPECIES REFERENCE FILE, MAINTAINED BY SPECMNT
000570*--------------------------------------------------------------*
000580 FD  SPEC-FILE
000590     RECORDING MODE IS F.
000600     COPY SPECREC.
000610
000620*--------------------------------------------------------------*
000630*    AUD-FILE - AUDIT LOG WRITTEN BY LCM
000640*--------------------------------------------------------------*
000650 FD  AUD-FILE.
000660     COPY AUDREC.
000670
000680*--------------------------------------------------------------*
000690*    PARM-FILE - TARGET DATE, REPLAY SPAN AND TOLERANCE CARDS
000700*--------------------------------------------------------------*
000710 FD  PARM-FILE
000720     RECORDING MODE IS F.
000730 01  PARM-RECORD                 PIC X(80).
000740
000750*--------------------------------------------------------------*
000760*    RPT-FILE - PRINTED WHAT-IF IMPACT REPORT
000770*--------------------------------------------------------------*
000780 FD  RPT-FILE
000790     RECORDING MODE IS F.
000800 01  RPT-RECORD                  PIC X(132).
000801
000802*--------------------------------------------------------------*
000803*    PND-FILE - SPECIES CHANGES AWAITING APPROVAL (SPECMNT)
000804*--------------------------------------------------------------*
000805 FD  PND-FILE
000806     RECORDING MODE IS F.
000807     COPY SPECPND.
000810
000820 WORKING-STORAGE SECTION.
000830*--------------------------------------------------------------*
000840*    FILE STATUS SWITCHES
000850*--------------------------------------------------------------*
000860 01  WS-FILE-STATUSES.
000870     05  WS-SPC-STATUS           PIC X(02) VALUE "00".
000880     05  WS-AUD-STATUS           PIC X(02) VALUE "00".
000890     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
000891     05  WS-PND-STATUS           PIC X(02) VALUE "00".
000900     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000910
000920 01  WS-SPC-EOF-SW               PIC X(01) VALUE "N".
000930     88  WS-SPC-EOF                      VALUE "Y".
000940     88  WS-SPC-NOT-EOF                  VALUE "N".
000950
000960 01  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
000970     88  WS-AUD-EOF                      VALUE "Y".
000980     88  WS-AUD-NOT-EOF                  VALUE "N".
000990
000991 01  WS-PND-EOF-SW               PIC X(01) VALUE "N".
000992     88  WS-PND-EOF                      VALUE "Y".
000993     88  WS-PND-NOT-EOF                  VALUE "N".
000994
000995 01  WS-PENDING-SW               PIC X(01) VALUE "Y".
000996     88  WS-PENDING-INCLUDED             VALUE "Y".
001000 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
001010     88  WS-PRM-EOF                      VALUE "Y".
001020     88  WS-PRM-NOT-EOF                  VALUE "N".
001030
001040 01  WS-SPECIES-VALID-SW         PIC X(01) VALUE "Y".
001050     88  WS-SPECIES-VALID                VALUE "Y".
001060     88  WS-SPECIES-INVALID              VALUE "N".
001070
001080 01  WS-RECON-SW                 PIC X(01) VALUE "N".
001090     88  WS-RECONCILED                   VALUE "Y".
001100     88  WS-NOT-RECONCILED               VALUE "N".
001110
001120 01  WS-REPLAYABLE-SW            PIC X(01) VALUE "N".
001130     88  WS-REPLAYABLE                   VALUE "Y".
001140     88  WS-NOT-REPLAYABLE               VALUE "N".
001150
001160*--------------------------------------------------------------*
001170*    SPECIES / LEGS-PER-HEAD TABLE - THE SAME SLOTS LCM LOADS.
001180*        SPECIES-TABLE IS THE TABLE THE REPLAY WORKS AGAINST;
001190*        BAS-SPECIES-TABLE HOLDS IT AS IT STANDS ON THE RUN
001200*        DATE AND TGT-SPECIES-TABLE AS IT WILL STAND ON THE
001210*        TARGET DATE.  ALL THREE SHARE ONE LAYOUT AND ARE
001220*        MOVED WHOLE.
001230*--------------------------------------------------------------*
001240 01  SPECIES-TABLE.
001250     05  SPECIES-ENTRY OCCURS 20 TIMES.
001260         10  SPECIES-NAME        PIC X(10).
001270         10  SPECIES-LEGS        PIC 9(02).
001280         10  SPECIES-LOADED-SW   PIC X(01).
001290             88  SPECIES-LOADED          VALUE "Y".
001300         10  SPECIES-ACTIVE-SW   PIC X(01).
001310             88  SPECIES-ACTIVE          VALUE "A".
001320         10  SPECIES-WEIGHT      PIC 9(05).
001330         10  SPECIES-EFF-DATE    PIC 9(08).
001340 01  BAS-SPECIES-TABLE.
001350     05  BAS-SPECIES-ENTRY OCCURS 20 TIMES.
001360         10  BAS-SPECIES-NAME    PIC X(10).
001370         10  BAS-SPECIES-LEGS    PIC 9(02).
001380         10  BAS-SPECIES-LOADED-SW
001390                                 PIC X(01).
001400         10  BAS-SPECIES-ACTIVE-SW
001410                                 PIC X(01).
001420         10  BAS-SPECIES-WEIGHT  PIC 9(05).
001430         10  BAS-SPECIES-EFF-DATE
001440                                 PIC 9(08).
001450 01  TGT-SPECIES-TABLE.
001460     05  TGT-SPECIES-ENTRY OCCURS 20 TIMES.
001470         10  TGT-SPECIES-NAME    PIC X(10).
001480         10  TGT-SPECIES-LEGS    PIC 9(02).
001490         10  TGT-SPECIES-LOADED-SW
001500                                 PIC X(01).
001510         10  TGT-SPECIES-ACTIVE-SW
001520                                 PIC X(01).
001530         10  TGT-SPECIES-WEIGHT  PIC 9(05).
001540         10  TGT-SPECIES-EFF-DATE
001550                                 PIC 9(08).
001560 77  SPECIES-TABLE-MAX           PIC 9(02) VALUE 20.
001570 77  WS-SPEC-EFF-WORK            PIC 9(08) VALUE 0.
001580 77  WS-SPECIES-COUNT            PIC 9(02) VALUE 0.
001590 77  WS-LOAD-DATE                PIC 9(08) VALUE 0.
001600 77  WS-SP-IX                    PIC 9(02) VALUE 0.
001610
001620*--------------------------------------------------------------*
001630*    MANIFEST SPECIES LIST AND HEAD/LEG SEARCH WORK AREAS -
001640*        LAID OUT AS IN LCM.  THE SEARCH WALKS SPECIES LEVELS
001650*        DEPTH-FIRST, THE LAST LEVEL TAKING WHATEVER HEADS
001660*        REMAIN, AND STOPS COUNTING FITS AT THE SAME CEILING.
001670*--------------------------------------------------------------*
001680 01  WS-MANIFEST-SPECIES.
001690     05  WS-MAN-SPECIES-CT       PIC 9(01) VALUE 0.
001700     05  WS-MAN-ENTRY OCCURS 5 TIMES.
001710         10  WS-MAN-CODE         PIC 9(02).
001720 01  WS-SEARCH-AREA.
001730     05  WS-SRCH-ENTRY OCCURS 5 TIMES.
001740         10  WS-SRCH-COUNT       PIC 9(03).
001750         10  WS-SRCH-REM-HEADS   PIC 9(03).
001760         10  WS-SRCH-REM-LEGS    PIC 9(05).
001770 77  WS-SRCH-LEVEL               PIC 9(01) VALUE 0.
001780 77  WS-SRCH-CODE                PIC 9(02) VALUE 0.
001790 77  WS-SRCH-LEGS-NEEDED         PIC 9(05) VALUE 0.
001800 77  WS-MAN-MIN-LEGS             PIC 9(02) VALUE 0.
001810 77  WS-MAN-MAX-LEGS             PIC 9(02) VALUE 0.
001820 77  WS-MAN-IX                   PIC 9(01) VALUE 0.
001830 01  WS-SRCH-DONE-SW             PIC X(01) VALUE "N".
001840     88  WS-SRCH-DONE                    VALUE "Y".
001850     88  WS-SRCH-NOT-DONE                VALUE "N".
001860 01  WS-BREAKDOWN-TEXT           PIC X(80) VALUE SPACES.
001870 77  WS-BRK-PTR                  PIC 9(03) VALUE 1.
001880 77  WS-BRK-COUNT-ED             PIC ZZ9.
001890 77  WS-SOLUTION-COUNT           PIC 9(05) VALUE 0.
001900 77  WS-SOLUTION-LIMIT           PIC 9(05) VALUE 999.
001910 01  WS-FIRST-BREAKDOWN          PIC X(80) VALUE SPACES.
001920 01  WS-SOL-COUNT-SAVE.
001930     05  WS-SOL-COUNT            PIC 9(03) OCCURS 5 TIMES.
001940
001950*--------------------------------------------------------------*
001960*    MANIFEST WEIGHT CHECK - WTPCT= TOLERANCE, DEFAULT 10 PCT
001970*--------------------------------------------------------------*
001980 77  WS-WT-TOL-PCT               PIC 9(02) VALUE 10.
001990 77  WS-WT-CALC                  PIC 9(07) VALUE 0.
002000 77  WS-WT-DIFF                  PIC 9(07) VALUE 0.
002010 77  WS-WT-VAR-PCT               PIC 9(03)V9 VALUE 0.
002020 77  WS-WT-FLAG                  PIC X(01) VALUE SPACE.
002030 01  WS-WT-MISSING-SW            PIC X(01) VALUE "N".
002040     88  WS-WT-MISSING                   VALUE "Y".
002050
002060*--------------------------------------------------------------*
002070*    REPLAY VERDICTS - ONE SET UNDER TODAY'S TABLE, ONE UNDER
002080*        THE TARGET DATE'S.  FLAGS MEAN WHAT THEY MEAN ON THE
002090*        AUDIT ROW (RECON Y/N/S, AMBIGUITY Y/N/SPACE, WEIGHT
002100*        Y/N/SPACE).
002110*--------------------------------------------------------------*
002120 01  WS-SIM-RESULT.
002130     05  WS-SIM-RECON            PIC X(01).
002140     05  WS-SIM-AMBIG            PIC X(01).
002150     05  WS-SIM-WEIGHT           PIC X(01).
002160     05  WS-SIM-BREAKDOWN        PIC X(80).
002170 01  WS-BAS-RESULT.
002180     05  WS-BAS-RECON            PIC X(01).
002190     05  WS-BAS-AMBIG            PIC X(01).
002200     05  WS-BAS-WEIGHT           PIC X(01).
002210     05  WS-BAS-BREAKDOWN        PIC X(80).
002220 01  WS-TGT-RESULT.
002230     05  WS-TGT-RECON            PIC X(01).
002240     05  WS-TGT-AMBIG            PIC X(01).
002250     05  WS-TGT-WEIGHT           PIC X(01).
002260     05  WS-TGT-BREAKDOWN        PIC X(80).
002270
002280*--------------------------------------------------------------*
002290*    BREAKDOWN TEXT PARSE - A ROW POSTED BEFORE THE AUDIT LOG
002300*        CARRIED THE MANIFEST SPECIES LIST GETS IT BACK FROM THE
002310*        "[NAME NNN, NAME NNN]" BREAKDOWN, WHICH NAMES EVERY
002320*        MANIFEST SPECIES IN ORDER, ZERO COUNTS INCLUDED.  THE
002330*        NAMES ARE LOOKED UP IN TODAY'S TABLE, THEN THE TARGET'S.
002340*--------------------------------------------------------------*
002350 77  WS-PRS-PTR                  PIC 9(03) VALUE 0.
002360 01  WS-PRS-NAME                 PIC X(10) VALUE SPACES.
002370 01  WS-PRS-DONE-SW              PIC X(01) VALUE "N".
002380     88  WS-PRS-DONE                     VALUE "Y".
002390     88  WS-PRS-NOT-DONE                 VALUE "N".
002400 77  WS-PRS-FOUND-CODE           PIC 9(02) VALUE 0.
002410
002420*--------------------------------------------------------------*
002430*    TARGET DATE AND REPLAY SPAN FROM THE SIMPARM CARDS
002440*--------------------------------------------------------------*
002450 77  WS-TARGET-DATE              PIC 9(08) VALUE 0.
002460 77  WS-SEL-FROM-DATE            PIC 9(08) VALUE 0.
002470 77  WS-SEL-TO-DATE              PIC 9(08) VALUE 0.
002480 01  WS-DATE-MDY.
002490     05  WS-MDY-MM               PIC X(02).
002500     05  FILLER                  PIC X(01).
002510     05  WS-MDY-DD               PIC X(02).
002520     05  FILLER                  PIC X(01).
002530     05  WS-MDY-YYYY             PIC X(04).
002540 01  WS-DATE-YMD.
002550     05  WS-YMD-YYYY             PIC X(04).
002560     05  WS-YMD-MM               PIC X(02).
002570     05  WS-YMD-DD               PIC X(02).
002580 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD
002590                                 PIC 9(08).
002600
002610*--------------------------------------------------------------*
002620*    YYYYMMDD TO MM/DD/YYYY FOR THE REPORT LINES
002630*--------------------------------------------------------------*
002640 01  WS-EDIT-DATE-N              PIC 9(08) VALUE 0.
002650 01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-N.
002660     05  WS-EDT-YYYY             PIC 9(04).
002670     05  WS-EDT-MM               PIC 9(02).
002680     05  WS-EDT-DD               PIC 9(02).
002690 01  WS-EDIT-DATE-PRINT.
002700     05  WS-EDP-MM               PIC 9(02).
002710     05  FILLER                  PIC X(01) VALUE "/".
002720     05  WS-EDP-DD               PIC 9(02).
002730     05  FILLER                  PIC X(01) VALUE "/".
002740     05  WS-EDP-YYYY             PIC 9(04).
002750
002760*--------------------------------------------------------------*
002770*    SETS AFFECTED - ONE FLAG PER POSSIBLE SET ID, SO A SET
002780*        REPLAYED ON SEVERAL DATES COUNTS ONCE
002790*--------------------------------------------------------------*
002800 01  WS-AFFECTED-TABLE.
002810     05  WS-AFF-FLAG             PIC X(01) OCCURS 99999 TIMES.
002820
002830*--------------------------------------------------------------*
002840*    COMPARISON WORK - THE NAMES OF THE VERDICTS THAT MOVE
002850*--------------------------------------------------------------*
002860 01  WS-DIFF-TEXT                PIC X(60) VALUE SPACES.
002870 77  WS-DIFF-PTR                 PIC 9(03) VALUE 1.
002880
002890*--------------------------------------------------------------*
002900*    COUNTERS
002910*--------------------------------------------------------------*
002920 77  WS-ROWS-READ                PIC 9(07) VALUE 0.
002921 77  WS-PEND-PRICED              PIC 9(07) VALUE 0.
002922 77  WS-PND-EFF-WORK             PIC 9(08) VALUE 0.
002930 77  WS-ROWS-NO-MANIFEST         PIC 9(07) VALUE 0.
002940 77  WS-ROWS-NOT-REPLAYABLE      PIC 9(07) VALUE 0.
002950 77  WS-ROWS-REPLAYED            PIC 9(07) VALUE 0.
002960 77  WS-ROWS-UNCHANGED           PIC 9(07) VALUE 0.
002970 77  WS-ROWS-CHANGED             PIC 9(07) VALUE 0.
002980 77  WS-SETS-AFFECTED            PIC 9(07) VALUE 0.
002990 77  WS-SPECIES-DIFFERING        PIC 9(07) VALUE 0.
003000 77  WS-CHG-RECON                PIC 9(07) VALUE 0.
003010 77  WS-CHG-AMBIG                PIC 9(07) VALUE 0.
003020 77  WS-CHG-BREAKDOWN            PIC 9(07) VALUE 0.
003030 77  WS-CHG-WEIGHT               PIC 9(07) VALUE 0.
003040
003050*--------------------------------------------------------------*
003060*    RUN DATE / REPORT PAGINATION
003070*--------------------------------------------------------------*
003080 01  WS-RUN-DATE-RAW.
003090     05  WS-RUN-YYYY             PIC 9(04).
003100     05  WS-RUN-MM               PIC 9(02).
003110     05  WS-RUN-DD               PIC 9(02).
003120 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
003130                                 PIC 9(08).
003140 01  WS-RUN-DATE-PRINT.
003150     05  WS-PRT-MM               PIC 9(02).
003160     05  FILLER                  PIC X(01) VALUE "/".
003170     05  WS-PRT-DD               PIC 9(02).
003180     05  FILLER                  PIC X(01) VALUE "/".
003190     05  WS-PRT-YYYY             PIC 9(04).
003200
003210 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
003220 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
003230 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
003240
003250*--------------------------------------------------------------*
003260*    PRINT LINE LAYOUTS
003270*--------------------------------------------------------------*
003280 01  RPT-HEADER-1.
003290     05  FILLER                  PIC X(01) VALUE SPACE.
003300     05  FILLER                  PIC X(40)
003310             VALUE "SP110 - SPECIES CHANGE WHAT-IF IMPACT".
003320     05  FILLER                  PIC X(08) VALUE "RUN DATE".
003330     05  FILLER                  PIC X(01) VALUE SPACE.
003340     05  RPT1-DATE               PIC X(10).
003350     05  FILLER                  PIC X(06) VALUE SPACES.
003360     05  FILLER                  PIC X(05) VALUE "PAGE ".
003370     05  RPT1-PAGE               PIC ZZ9.
003380     05  FILLER                  PIC X(58) VALUE SPACES.
003390
003400 01  RPT-HEADER-2.
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  FILLER                  PIC X(131) VALUE ALL "-".
003430
003440 01  RPT-CRITERIA-LINE.
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  FILLER                  PIC X(24)
003470             VALUE "SPECIES TABLE AS OF     ".
003480     05  RPT-C-TARGET            PIC X(10).
003490     05  FILLER                  PIC X(18)
003500             VALUE " AGAINST TODAY    ".
003510     05  RPT-C-BASE              PIC X(10).
003520     05  FILLER                  PIC X(22)
003530             VALUE "  MANIFESTS POSTED    ".
003540     05  RPT-C-FROM              PIC X(10).
003550     05  FILLER                  PIC X(04) VALUE " TO ".
003560     05  RPT-C-TO                PIC X(10).
003570     05  FILLER                  PIC X(23) VALUE SPACES.
003580
003590 01  RPT-SECTION-LINE.
003600     05  FILLER                  PIC X(01) VALUE SPACE.
003610     05  RPT-SEC-TITLE           PIC X(60).
003620     05  FILLER                  PIC X(71) VALUE SPACES.
003630
003640 01  RPT-SPECIES-HDR.
003650     05  FILLER                  PIC X(01) VALUE SPACE.
003660     05  FILLER                  PIC X(48) VALUE
003670             "CODE  TABLE   NAME        LEGS  AVG WT  STATUS  ".
003680     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
003690     05  FILLER                  PIC X(73) VALUE SPACES.
003700
003710 01  RPT-SPECIES-LINE.
003720     05  FILLER                  PIC X(01) VALUE SPACE.
003730     05  RPT-SP-CODE             PIC Z9.
003740     05  FILLER                  PIC X(04) VALUE SPACES.
003750     05  RPT-SP-TABLE            PIC X(06).
003760     05  FILLER                  PIC X(02) VALUE SPACES.
003770     05  RPT-SP-NAME             PIC X(10).
003780     05  FILLER                  PIC X(04) VALUE SPACES.
003790     05  RPT-SP-LEGS             PIC Z9.
003800     05  FILLER                  PIC X(03) VALUE SPACES.
003810     05  RPT-SP-WEIGHT           PIC Z(04)9.
003820     05  FILLER                  PIC X(03) VALUE SPACES.
003830     05  RPT-SP-STATUS           PIC X(08).
003840     05  RPT-SP-EFF-DATE         PIC X(10).
003850     05  FILLER                  PIC X(72) VALUE SPACES.
003860
003870 01  RPT-MANIFEST-LINE.
003880     05  FILLER                  PIC X(01) VALUE SPACE.
003890     05  RPT-M-DATE              PIC X(10).
003900     05  FILLER                  PIC X(05) VALUE " SET ".
003910     05  RPT-M-SETID             PIC 9(05).
003920     05  FILLER                  PIC X(04) VALUE "  H=".
003930     05  RPT-M-HEADS             PIC ZZ9.
003940     05  FILLER                  PIC X(03) VALUE " L=".
003950     05  RPT-M-LEGS              PIC ZZ9.
003960     05  FILLER                  PIC X(04) VALUE " WT=".
003970     05  RPT-M-DECL-WT           PIC Z(06)9.
003980     05  FILLER                  PIC X(11) VALUE "  CHANGES: ".
003990     05  RPT-M-CHANGES           PIC X(60).
004000     05  FILLER                  PIC X(16) VALUE SPACES.
004010
004020 01  RPT-VERDICT-LINE.
004030     05  FILLER                  PIC X(06) VALUE SPACES.
004040     05  RPT-V-LABEL             PIC X(08).
004050     05  FILLER                  PIC X(02) VALUE "R=".
004060     05  RPT-V-RECON             PIC X(01).
004070     05  FILLER                  PIC X(03) VALUE " A=".
004080     05  RPT-V-AMBIG             PIC X(01).
004090     05  FILLER                  PIC X(03) VALUE " W=".
004100     05  RPT-V-WEIGHT            PIC X(01).
004110     05  FILLER                  PIC X(02) VALUE SPACES.
004120     05  RPT-V-BREAKDOWN         PIC X(80).
004130     05  FILLER                  PIC X(25) VALUE SPACES.
004140
004150 01  RPT-SUMMARY-LINE.
004160     05  FILLER                  PIC X(01) VALUE SPACE.
004170     05  RPT-SUM-LABEL           PIC X(40).
004180     05  RPT-SUM-VALUE           PIC Z(06)9.
004190     05  FILLER                  PIC X(84) VALUE SPACES.
004200
004210 01  RPT-NONE-LINE.
004220     05  FILLER                  PIC X(01) VALUE SPACE.
004230     05  FILLER                  PIC X(06) VALUE "(NONE)".
004240     05  FILLER                  PIC X(125) VALUE SPACES.
004250 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
004260
004270 PROCEDURE DIVISION.
004280*--------------------------------------------------------------*
004290*    0000-MAINLINE - OVERALL JOB CONTROL
004300*--------------------------------------------------------------*
004310 0000-MAINLINE.
004320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004330     PERFORM 3000-LIST-SPECIES-CHANGES THRU 3000-EXIT.
004340     MOVE "MANIFESTS WHOSE OUTCOME WOULD CHANGE" TO RPT-SEC-TITLE.
004350     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
004360     PERFORM 2000-REPLAY-ONE-ROW THRU 2000-EXIT
004370         UNTIL WS-AUD-EOF.
004380     IF WS-ROWS-CHANGED = ZERO
004390         WRITE RPT-RECORD FROM RPT-NONE-LINE
004400         ADD 1 TO WS-LINE-COUNT
004410     END-IF.
004420     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
004430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004440     STOP RUN.
004450
004460*--------------------------------------------------------------*
004470*    1000-INITIALIZE - OPEN FILES, READ THE PARM CARDS, LOAD
004480*        BOTH SPECIES TABLES AND POSITION THE LOG AT THE START
004490*        OF THE REPLAY SPAN
004500*--------------------------------------------------------------*
004510 1000-INITIALIZE.
004520     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
004530     MOVE WS-RUN-MM TO WS-PRT-MM.
004540     MOVE WS-RUN-DD TO WS-PRT-DD.
004550     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
004560     MOVE WS-RUN-DATE-NUM TO WS-SEL-TO-DATE.
004570
004580     OPEN OUTPUT RPT-FILE.
004590     IF WS-RPT-STATUS NOT = "00"
004600         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
004650     IF WS-TARGET-DATE = ZERO
004660         DISPLAY "NO TARGET= CARD ON SIMPARM - NOTHING TO RUN"
004670         MOVE 16 TO RETURN-CODE
004680         STOP RUN
004690     END-IF.
004700
004710     MOVE WS-RUN-DATE-NUM TO WS-LOAD-DATE.
004720     PERFORM 1050-LOAD-SPECIES-TABLE THRU 1050-EXIT.
004730     MOVE SPECIES-TABLE TO BAS-SPECIES-TABLE.
004740     MOVE WS-TARGET-DATE TO WS-LOAD-DATE.
004750     PERFORM 1050-LOAD-SPECIES-TABLE THRU 1050-EXIT.
004755     IF WS-PENDING-INCLUDED
004756         PERFORM 1070-OVERLAY-PENDING THRU 1070-EXIT
004757     END-IF.
004760     MOVE SPECIES-TABLE TO TGT-SPECIES-TABLE.
004770
004780     OPEN INPUT AUD-FILE.
004790     IF WS-AUD-STATUS NOT = "00"
004800         DISPLAY "AUD-FILE OPEN FAILED - STATUS " WS-AUD-STATUS
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF.
004840     MOVE SPACES TO WS-AFFECTED-TABLE.
004850     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
004860     PERFORM 1300-PRINT-CRITERIA THRU 1300-EXIT.
004870
004880     SET WS-AUD-NOT-EOF TO TRUE.
004890     MOVE WS-SEL-FROM-DATE TO AUD-KEY-DATE.
004900     MOVE ZERO TO AUD-SET-ID.
004910     MOVE ZERO TO AUD-CORR-SEQ.
004920     START AUD-FILE KEY NOT LESS THAN AUD-KEY
004930         INVALID KEY SET WS-AUD-EOF TO TRUE
004940     END-START.
004950     IF WS-AUD-NOT-EOF
004960         PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT
004970     END-IF.
004980 1000-EXIT.
004990     EXIT.
005000
005010*--------------------------------------------------------------*
005020*    1050-LOAD-SPECIES-TABLE - FILL SPECIES-TABLE FROM SPECFILE
005030*        AS IT STANDS ON WS-LOAD-DATE
005040*--------------------------------------------------------------*
005050 1050-LOAD-SPECIES-TABLE.
005060     MOVE ZERO TO WS-SPECIES-COUNT.
005070     PERFORM 1055-CLEAR-ONE-SPECIES THRU 1055-EXIT
005080         VARYING WS-SP-IX FROM 1 BY 1
005090         UNTIL WS-SP-IX > SPECIES-TABLE-MAX.
005100     OPEN INPUT SPEC-FILE.
005110     IF WS-SPC-STATUS NOT = "00"
005120         DISPLAY "SPEC-FILE OPEN FAILED - STATUS " WS-SPC-STATUS
005130         MOVE 16 TO RETURN-CODE
005140         STOP RUN
005150     END-IF.
005160     SET WS-SPC-NOT-EOF TO TRUE.
005170     READ SPEC-FILE
005180         AT END SET WS-SPC-EOF TO TRUE
005190     END-READ.
005200     PERFORM 1060-LOAD-ONE-SPECIES THRU 1060-EXIT
005210         UNTIL WS-SPC-EOF.
005220     CLOSE SPEC-FILE.
005230     IF WS-SPECIES-COUNT = ZERO
005240         DISPLAY "SPEC-FILE EMPTY - NO SPECIES CODES LOADED"
005250         MOVE 16 TO RETURN-CODE
005260         STOP RUN
005270     END-IF.
005280 1050-EXIT.
005290     EXIT.
005300
005310 1055-CLEAR-ONE-SPECIES.
005320     MOVE SPACES TO SPECIES-NAME (WS-SP-IX).
005330     MOVE ZERO TO SPECIES-LEGS (WS-SP-IX).
005340     MOVE "N" TO SPECIES-LOADED-SW (WS-SP-IX).
005350     MOVE "I" TO SPECIES-ACTIVE-SW (WS-SP-IX).
005360     MOVE ZERO TO SPECIES-WEIGHT (WS-SP-IX).
005370     MOVE ZERO TO SPECIES-EFF-DATE (WS-SP-IX).
005380 1055-EXIT.
005390     EXIT.
005400
005410*--------------------------------------------------------------*
005420*    1060-LOAD-ONE-SPECIES - ONE MASTER RECORD IS ONE DATED
005430*        VERSION OF A CODE.  A VERSION DATED PAST THE LOAD DATE
005440*        IS LEFT OUT; AMONG THE REST THE LATEST DATE WINS THE
005450*        SLOT, EXACTLY AS LCM CHOOSES ON ITS RUN DATE.
005460*--------------------------------------------------------------*
005470 1060-LOAD-ONE-SPECIES.
005480     IF SPEC-CODE = ZERO OR SPEC-CODE > SPECIES-TABLE-MAX
005490         GO TO 1060-NEXT
005500     END-IF.
005510     IF SPEC-EFF-DATE NUMERIC
005520         MOVE SPEC-EFF-DATE TO WS-SPEC-EFF-WORK
005530     ELSE
005540         MOVE ZERO TO WS-SPEC-EFF-WORK
005550     END-IF.
005560     IF WS-SPEC-EFF-WORK > WS-LOAD-DATE
005570         GO TO 1060-NEXT
005580     END-IF.
005590     IF SPECIES-LOADED (SPEC-CODE)
005600             AND WS-SPEC-EFF-WORK < SPECIES-EFF-DATE (SPEC-CODE)
005610         GO TO 1060-NEXT
005620     END-IF.
005630     IF NOT SPECIES-LOADED (SPEC-CODE)
005640         ADD 1 TO WS-SPECIES-COUNT
005650     END-IF.
005660     MOVE SPEC-NAME TO SPECIES-NAME (SPEC-CODE).
005670     MOVE SPEC-LEGS TO SPECIES-LEGS (SPEC-CODE).
005680     MOVE "Y" TO SPECIES-LOADED-SW (SPEC-CODE).
005690     MOVE SPEC-ACTIVE-FLAG TO SPECIES-ACTIVE-SW (SPEC-CODE).
005700     IF SPEC-AVG-WEIGHT NUMERIC
005710         MOVE SPEC-AVG-WEIGHT TO SPECIES-WEIGHT (SPEC-CODE)
005720     ELSE
005730         MOVE ZERO TO SPECIES-WEIGHT (SPEC-CODE)
005740     END-IF.
005750     MOVE WS-SPEC-EFF-WORK TO SPECIES-EFF-DATE (SPEC-CODE).
005760 1060-NEXT.
005770     READ SPEC-FILE
005780         AT END SET WS-SPC-EOF TO TRUE
005790     END-READ.
005800 1060-EXIT.
005810     EXIT.
005811
005812*--------------------------------------------------------------*
005813*    1070-OVERLAY-PENDING - LAY EACH CHANGE STILL AWAITING
005814*        APPROVAL OVER THE TARGET TABLE AS IF IT HAD BEEN
005815*        APPROVED.  A CHANGE WITH NO EFFECTIVE DATE TAKES EFFECT
005816*        THE DAY IT IS APPROVED, SO IT COUNTS AS IN EFFECT BY THE
005817*        TARGET DATE.  SPECMNT SEEDS A NEW VERSION FROM THE ONE
005818*        IN EFFECT ON ITS DATE, SO A CHANGE DATED ON OR AFTER THE
005819*        SLOT'S VERSION BUILDS ON THAT SLOT; ONE DATED BEFORE IT
005820*        IS OUTRANKED AND PASSED BY.  A MISSING SPECPEND MEANS
005821*        NOTHING IS WAITING.
005822*--------------------------------------------------------------*
005823 1070-OVERLAY-PENDING.
005824     OPEN INPUT PND-FILE.
005825     IF WS-PND-STATUS = "35"
005826         GO TO 1070-EXIT
005827     END-IF.
005828     IF WS-PND-STATUS NOT = "00"
005829         DISPLAY "PND-FILE OPEN FAILED - STATUS " WS-PND-STATUS
005830         MOVE 16 TO RETURN-CODE
005831         STOP RUN
005832     END-IF.
005833     SET WS-PND-NOT-EOF TO TRUE.
005834     READ PND-FILE
005835         AT END SET WS-PND-EOF TO TRUE
005836     END-READ.
005837     PERFORM 1080-OVERLAY-ONE-PENDING THRU 1080-EXIT
005838         UNTIL WS-PND-EOF.
005839     CLOSE PND-FILE.
005840 1070-EXIT.
005841     EXIT.
005842
005843 1080-OVERLAY-ONE-PENDING.
005844     IF PND-CODE NOT NUMERIC OR PND-CODE = ZERO
005845             OR PND-CODE > SPECIES-TABLE-MAX
005846         GO TO 1080-NEXT
005847     END-IF.
005848     IF PND-EFF-DATE = SPACES
005849         MOVE WS-TARGET-DATE TO WS-PND-EFF-WORK
005850     ELSE
005851         IF PND-EFF-DATE NOT NUMERIC
005852             GO TO 1080-NEXT
005853         END-IF
005854         MOVE PND-EFF-DATE TO WS-PND-EFF-WORK
005855     END-IF.
005856     IF WS-PND-EFF-WORK > WS-TARGET-DATE
005857         GO TO 1080-NEXT
005858     END-IF.
005859     IF PND-ACTION = "A"
005860         IF SPECIES-LOADED (PND-CODE)
005861             GO TO 1080-NEXT
005862         END-IF
005863         MOVE PND-NAME TO SPECIES-NAME (PND-CODE)
005864         MOVE PND-LEGS TO SPECIES-LEGS (PND-CODE)
005865         MOVE ZERO TO SPECIES-WEIGHT (PND-CODE)
005866         MOVE "Y" TO SPECIES-LOADED-SW (PND-CODE)
005867         ADD 1 TO WS-SPECIES-COUNT
005868         GO TO 1080-APPLY
005869     END-IF.
005870     IF NOT SPECIES-LOADED (PND-CODE)
005871             OR WS-PND-EFF-WORK < SPECIES-EFF-DATE (PND-CODE)
005872         GO TO 1080-NEXT
005873     END-IF.
005874     IF PND-ACTION = "D"
005875         MOVE "I" TO SPECIES-ACTIVE-SW (PND-CODE)
005876         MOVE WS-PND-EFF-WORK TO SPECIES-EFF-DATE (PND-CODE)
005877         ADD 1 TO WS-PEND-PRICED
005878         GO TO 1080-NEXT
005879     END-IF.
005880     IF PND-ACTION NOT = "C"
005881         GO TO 1080-NEXT
005882     END-IF.
005883     IF PND-NAME NOT = SPACES
005884         MOVE PND-NAME TO SPECIES-NAME (PND-CODE)
005885     END-IF.
005886     IF PND-LEGS NUMERIC AND PND-LEGS NOT = ZERO
005887         MOVE PND-LEGS TO SPECIES-LEGS (PND-CODE)
005888     END-IF.
005889 1080-APPLY.
005890     IF PND-WEIGHT NUMERIC
005891         MOVE PND-WEIGHT TO SPECIES-WEIGHT (PND-CODE)
005892     END-IF.
005893     MOVE "A" TO SPECIES-ACTIVE-SW (PND-CODE).
005894     MOVE WS-PND-EFF-WORK TO SPECIES-EFF-DATE (PND-CODE).
005895     ADD 1 TO WS-PEND-PRICED.
005896 1080-NEXT.
005897     READ PND-FILE
005898         AT END SET WS-PND-EOF TO TRUE
005899     END-READ.
005900 1080-EXIT.
005901     EXIT.
005820
005830*--------------------------------------------------------------*
005840*    1100-READ-PARM-CARDS - TARGET=MM/DD/YYYY (REQUIRED) NAMES
005850*        THE DATE TO SIMULATE; FROM=/TO=MM/DD/YYYY BOUND THE
005860*        AUDIT HISTORY REPLAYED (DEFAULT THE WHOLE LIVE LOG UP
005870*        TO TODAY); WTPCT=NN IS THE WEIGHT TOLERANCE, AS ON
005880*        THE LCMPARM CARD; PENDING=N LEAVES CHANGES AWAITING
005881*        APPROVAL OUT OF THE TARGET TABLE.
005890*--------------------------------------------------------------*
005900 1100-READ-PARM-CARDS.
005910     OPEN INPUT PARM-FILE.
005920     IF WS-PRM-STATUS = "35"
005930         GO TO 1100-EXIT
005940     END-IF.
005950     IF WS-PRM-STATUS NOT = "00"
005960         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
005970         MOVE 16 TO RETURN-CODE
005980         STOP RUN
005990     END-IF.
006000     SET WS-PRM-NOT-EOF TO TRUE.
006010     READ PARM-FILE
006020         AT END SET WS-PRM-EOF TO TRUE
006030     END-READ.
006040     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
006050         UNTIL WS-PRM-EOF.
006060     CLOSE PARM-FILE.
006070 1100-EXIT.
006080     EXIT.
006090
006100 1110-APPLY-ONE-PARM.
006110     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
006120         GO TO 1110-NEXT
006130     END-IF.
006140     IF PARM-RECORD (1:7) = "TARGET="
006150         MOVE PARM-RECORD (8:10) TO WS-DATE-MDY
006160         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
006170         MOVE WS-DATE-YMD-N TO WS-TARGET-DATE
006180         GO TO 1110-NEXT
006190     END-IF.
006200     IF PARM-RECORD (1:5) = "FROM="
006210         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
006220         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
006230         MOVE WS-DATE-YMD-N TO WS-SEL-FROM-DATE
006240         GO TO 1110-NEXT
006250     END-IF.
006260     IF PARM-RECORD (1:3) = "TO="
006270         MOVE PARM-RECORD (4:10) TO WS-DATE-MDY
006280         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
006290         MOVE WS-DATE-YMD-N TO WS-SEL-TO-DATE
006300         GO TO 1110-NEXT
006310     END-IF.
006320     IF PARM-RECORD (1:6) = "WTPCT="
006330         IF PARM-RECORD (7:2) NOT NUMERIC
006340             DISPLAY "INVALID WTPCT ON PARM CARD - " PARM-RECORD
006350             MOVE 16 TO RETURN-CODE
006360             STOP RUN
006370         END-IF
006380         MOVE PARM-RECORD (7:2) TO WS-WT-TOL-PCT
006390         GO TO 1110-NEXT
006400     END-IF.
006401     IF PARM-RECORD (1:8) = "PENDING="
006402         MOVE PARM-RECORD (9:1) TO WS-PENDING-SW
006403         GO TO 1110-NEXT
006404     END-IF.
006410     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
006420     MOVE 16 TO RETURN-CODE.
006430     STOP RUN.
006440 1110-NEXT.
006450     READ PARM-FILE
006460         AT END SET WS-PRM-EOF TO TRUE
006470     END-READ.
006480 1110-EXIT.
006490     EXIT.
006500
006510 1120-CONVERT-MDY-TO-YMD.
006520     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
006530     MOVE WS-MDY-MM TO WS-YMD-MM.
006540     MOVE WS-MDY-DD TO WS-YMD-DD.
006550     IF WS-DATE-YMD NOT NUMERIC
006560         DISPLAY "INVALID DATE ON PARM CARD - " PARM-RECORD
006570         MOVE 16 TO RETURN-CODE
006580         STOP RUN
006590     END-IF.
006600 1120-EXIT.
006610     EXIT.
006620
006630*--------------------------------------------------------------*
006640*    1200-PRINT-HEADING - REPORT PAGE HEADER
006650*--------------------------------------------------------------*
006660 1200-PRINT-HEADING.
006670     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
006680     MOVE WS-PAGE-NO TO RPT1-PAGE.
006690     WRITE RPT-RECORD FROM RPT-HEADER-1.
006700     WRITE RPT-RECORD FROM RPT-HEADER-2.
006710     MOVE ZERO TO WS-LINE-COUNT.
006720 1200-EXIT.
006730     EXIT.
006740
006750*--------------------------------------------------------------*
006760*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
006770*--------------------------------------------------------------*
006780 1210-NEW-PAGE.
006790     ADD 1 TO WS-PAGE-NO.
006800     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
006810     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
006820 1210-EXIT.
006830     EXIT.
006840
006850*--------------------------------------------------------------*
006860*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
006870*--------------------------------------------------------------*
006880 1220-CHECK-PAGE-BREAK.
006890     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
006900         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
006910     END-IF.
006920 1220-EXIT.
006930     EXIT.
006940
006950*--------------------------------------------------------------*
006960*    1230-PRINT-SECTION-TITLE - BLANK LINE AND SECTION TITLE,
006970*        KEPT OFF THE FOOT OF A PAGE
006980*--------------------------------------------------------------*
006990 1230-PRINT-SECTION-TITLE.
007000     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
007010         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
007020     END-IF.
007030     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
007040     WRITE RPT-RECORD FROM RPT-SECTION-LINE.
007050     ADD 2 TO WS-LINE-COUNT.
007060 1230-EXIT.
007070     EXIT.
007080
007090*--------------------------------------------------------------*
007100*    1300-PRINT-CRITERIA - TARGET DATE, TODAY AND THE SPAN
007110*--------------------------------------------------------------*
007120 1300-PRINT-CRITERIA.
007130     MOVE WS-TARGET-DATE TO WS-EDIT-DATE-N.
007140     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
007150     MOVE WS-EDIT-DATE-PRINT TO RPT-C-TARGET.
007160     MOVE WS-RUN-DATE-PRINT TO RPT-C-BASE.
007170     IF WS-SEL-FROM-DATE = ZERO
007180         MOVE "START" TO RPT-C-FROM
007190     ELSE
007200         MOVE WS-SEL-FROM-DATE TO WS-EDIT-DATE-N
007210         PERFORM 2850-EDIT-DATE THRU 2850-EXIT
007220         MOVE WS-EDIT-DATE-PRINT TO RPT-C-FROM
007230     END-IF.
007240     MOVE WS-SEL-TO-DATE TO WS-EDIT-DATE-N.
007250     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
007260     MOVE WS-EDIT-DATE-PRINT TO RPT-C-TO.
007270     WRITE RPT-RECORD FROM RPT-CRITERIA-LINE.
007280     ADD 1 TO WS-LINE-COUNT.
007290 1300-EXIT.
007300     EXIT.
007310
007320*--------------------------------------------------------------*
007330*    2000-REPLAY-ONE-ROW - RECOVER THE MANIFEST SPECIES LIST,
007340*        REPLAY IT UNDER BOTH TABLES AND PRINT IT IF ANY
007350*        VERDICT MOVES.  A ROW WHOSE RUN NEVER WORKED THE
007360*        MANIFEST SIDE (RECON FLAG BLANK) IS PASSED BY.
007370*--------------------------------------------------------------*
007380 2000-REPLAY-ONE-ROW.
007390     ADD 1 TO WS-ROWS-READ.
007400     IF AUD-RECON-FLAG = SPACE
007410         ADD 1 TO WS-ROWS-NO-MANIFEST
007420         GO TO 2000-NEXT
007430     END-IF.
007440     PERFORM 2050-RECOVER-SPECIES-LIST THRU 2050-EXIT.
007450     IF WS-NOT-REPLAYABLE
007460         ADD 1 TO WS-ROWS-NOT-REPLAYABLE
007470         GO TO 2000-NEXT
007480     END-IF.
007490     ADD 1 TO WS-ROWS-REPLAYED.
007500     MOVE BAS-SPECIES-TABLE TO SPECIES-TABLE.
007510     PERFORM 2100-REPLAY-MANIFEST THRU 2100-EXIT.
007520     MOVE WS-SIM-RESULT TO WS-BAS-RESULT.
007530     MOVE TGT-SPECIES-TABLE TO SPECIES-TABLE.
007540     PERFORM 2100-REPLAY-MANIFEST THRU 2100-EXIT.
007550     MOVE WS-SIM-RESULT TO WS-TGT-RESULT.
007560     IF WS-BAS-RESULT = WS-TGT-RESULT
007570         ADD 1 TO WS-ROWS-UNCHANGED
007580         GO TO 2000-NEXT
007590     END-IF.
007600     ADD 1 TO WS-ROWS-CHANGED.
007610     IF AUD-SET-ID > ZERO AND WS-AFF-FLAG (AUD-SET-ID) NOT = "Y"
007620         MOVE "Y" TO WS-AFF-FLAG (AUD-SET-ID)
007630         ADD 1 TO WS-SETS-AFFECTED
007640     END-IF.
007650     PERFORM 2300-PRINT-CHANGED-MANIFEST THRU 2300-EXIT.
007660 2000-NEXT.
007670     PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT.
007680 2000-EXIT.
007690     EXIT.
007700
007710*--------------------------------------------------------------*
007720*    2050-RECOVER-SPECIES-LIST - FROM AUD-MAN-SPECIES WHEN THE
007730*        ROW CARRIES IT, OTHERWISE FROM THE BREAKDOWN NAMES OF
007740*        A RECONCILED ROW.  AN OLDER ROW THAT NEVER RECONCILED
007750*        KEPT NEITHER AND CANNOT BE REPLAYED.
007760*--------------------------------------------------------------*
007770 2050-RECOVER-SPECIES-LIST.
007780     SET WS-NOT-REPLAYABLE TO TRUE.
007790     IF AUD-MAN-SPECIES-CT NUMERIC AND AUD-MAN-SPECIES-CT > ZERO
007800         MOVE AUD-MAN-SPECIES TO WS-MANIFEST-SPECIES
007810         SET WS-REPLAYABLE TO TRUE
007820         GO TO 2050-EXIT
007830     END-IF.
007840     IF AUD-SPECIES-TEXT (1:1) NOT = "["
007850         GO TO 2050-EXIT
007860     END-IF.
007870     MOVE ZERO TO WS-MANIFEST-SPECIES.
007880     MOVE 2 TO WS-PRS-PTR.
007890     SET WS-REPLAYABLE TO TRUE.
007900     SET WS-PRS-NOT-DONE TO TRUE.
007910     PERFORM 2060-PARSE-ONE-SPECIES THRU 2060-EXIT
007920         UNTIL WS-PRS-DONE.
007930     IF WS-MAN-SPECIES-CT = ZERO
007940         SET WS-NOT-REPLAYABLE TO TRUE
007950     END-IF.
007960 2050-EXIT.
007970     EXIT.
007980
007990*--------------------------------------------------------------*
008000*    2060-PARSE-ONE-SPECIES - THE NAME IS ALWAYS THE FULL TEN
008010*        CHARACTERS AND THE COUNT THE THREE-CHARACTER EDITED
008020*        IMAGE, SO THE TEXT WALKS ON FIXED STRIDES
008030*--------------------------------------------------------------*
008040 2060-PARSE-ONE-SPECIES.
008050     IF WS-PRS-PTR > 66 OR WS-MAN-SPECIES-CT = 5
008060         SET WS-PRS-DONE TO TRUE
008070         GO TO 2060-EXIT
008080     END-IF.
008090     MOVE AUD-SPECIES-TEXT (WS-PRS-PTR:10) TO WS-PRS-NAME.
008100     ADD 14 TO WS-PRS-PTR.
008110     MOVE ZERO TO WS-PRS-FOUND-CODE.
008120     MOVE BAS-SPECIES-TABLE TO SPECIES-TABLE.
008130     PERFORM 2065-MATCH-ONE-NAME THRU 2065-EXIT
008140         VARYING WS-SP-IX FROM 1 BY 1
008150         UNTIL WS-SP-IX > SPECIES-TABLE-MAX
008160             OR WS-PRS-FOUND-CODE > ZERO.
008170     IF WS-PRS-FOUND-CODE = ZERO
008180         MOVE TGT-SPECIES-TABLE TO SPECIES-TABLE
008190         PERFORM 2065-MATCH-ONE-NAME THRU 2065-EXIT
008200             VARYING WS-SP-IX FROM 1 BY 1
008210             UNTIL WS-SP-IX > SPECIES-TABLE-MAX
008220                 OR WS-PRS-FOUND-CODE > ZERO
008230     END-IF.
008240     IF WS-PRS-FOUND-CODE = ZERO
008250         SET WS-NOT-REPLAYABLE TO TRUE
008260         SET WS-PRS-DONE TO TRUE
008270         GO TO 2060-EXIT
008280     END-IF.
008290     ADD 1 TO WS-MAN-SPECIES-CT.
008300     MOVE WS-PRS-FOUND-CODE TO WS-MAN-CODE (WS-MAN-SPECIES-CT).
008310     IF AUD-SPECIES-TEXT (WS-PRS-PTR:1) = "]"
008320         SET WS-PRS-DONE TO TRUE
008330     ELSE
008340         ADD 2 TO WS-PRS-PTR
008350     END-IF.
008360 2060-EXIT.
008370     EXIT.
008380
008390 2065-MATCH-ONE-NAME.
008400     IF SPECIES-LOADED (WS-SP-IX)
008410             AND SPECIES-NAME (WS-SP-IX) = WS-PRS-NAME
008420         MOVE WS-SP-IX TO WS-PRS-FOUND-CODE
008430     END-IF.
008440 2065-EXIT.
008450     EXIT.
008460
008470*--------------------------------------------------------------*
008480*    2100-REPLAY-MANIFEST - THE MANIFEST SIDE OF LCM AGAINST
008490*        WHATEVER TABLE IS IN SPECIES-TABLE: SPECIES CHECK,
008500*        HEAD/LEG SEARCH, THEN THE WEIGHT CHECK ON A
008510*        RECONCILED MANIFEST THAT DECLARED A WEIGHT
008520*--------------------------------------------------------------*
008530 2100-REPLAY-MANIFEST.
008540     MOVE SPACES TO WS-SIM-RESULT.
008550     MOVE ZERO TO WS-SEARCH-AREA.
008560     MOVE ZERO TO WS-SRCH-LEVEL.
008570     MOVE SPACES TO WS-BREAKDOWN-TEXT.
008580     MOVE ZERO TO WS-SOLUTION-COUNT.
008590     MOVE SPACES TO WS-FIRST-BREAKDOWN.
008600     MOVE ZERO TO WS-SOL-COUNT-SAVE.
008610     MOVE ZERO TO WS-WT-CALC.
008620     MOVE SPACE TO WS-WT-FLAG.
008630     SET WS-SPECIES-VALID TO TRUE.
008640     SET WS-NOT-RECONCILED TO TRUE.
008650     PERFORM 2110-VALIDATE-SPECIES-CODES THRU 2110-EXIT.
008660     IF WS-SPECIES-INVALID
008670         MOVE "S" TO WS-SIM-RECON
008680         GO TO 2100-EXIT
008690     END-IF.
008700     PERFORM 2200-SEARCH-HEADS-LEGS THRU 2200-EXIT.
008710     IF WS-NOT-RECONCILED
008720         MOVE "N" TO WS-SIM-RECON
008730         GO TO 2100-EXIT
008740     END-IF.
008750     MOVE "Y" TO WS-SIM-RECON.
008760     MOVE WS-FIRST-BREAKDOWN TO WS-SIM-BREAKDOWN.
008770     IF WS-SOLUTION-COUNT > 1
008780         MOVE "Y" TO WS-SIM-AMBIG
008790     ELSE
008800         MOVE "N" TO WS-SIM-AMBIG
008810     END-IF.
008820     IF AUD-DECL-WEIGHT > ZERO
008830         PERFORM 2250-CHECK-MANIFEST-WEIGHT THRU 2250-EXIT
008840         MOVE WS-WT-FLAG TO WS-SIM-WEIGHT
008850     END-IF.
008860 2100-EXIT.
008870     EXIT.
008880
008890*--------------------------------------------------------------*
008900*    2110-VALIDATE-SPECIES-CODES - EVERY CODE ON THE MANIFEST
008910*        MUST BE LOADED AND ACTIVE IN THE TABLE
008920*--------------------------------------------------------------*
008930 2110-VALIDATE-SPECIES-CODES.
008940     IF WS-MAN-SPECIES-CT NOT NUMERIC
008950             OR WS-MAN-SPECIES-CT = ZERO
008960             OR WS-MAN-SPECIES-CT > 5
008970         SET WS-SPECIES-INVALID TO TRUE
008980         GO TO 2110-EXIT
008990     END-IF.
009000     PERFORM 2115-VALIDATE-ONE-SPECIES THRU 2115-EXIT
009010         VARYING WS-MAN-IX FROM 1 BY 1
009020         UNTIL WS-MAN-IX > WS-MAN-SPECIES-CT.
009030 2110-EXIT.
009040     EXIT.
009050
009060 2115-VALIDATE-ONE-SPECIES.
009070     IF WS-MAN-CODE (WS-MAN-IX) NOT NUMERIC
009080             OR WS-MAN-CODE (WS-MAN-IX) = ZERO
009090             OR WS-MAN-CODE (WS-MAN-IX) > SPECIES-TABLE-MAX
009100         SET WS-SPECIES-INVALID TO TRUE
009110         GO TO 2115-EXIT
009120     END-IF.
009130     IF NOT SPECIES-LOADED (WS-MAN-CODE (WS-MAN-IX))
009140             OR NOT SPECIES-ACTIVE (WS-MAN-CODE (WS-MAN-IX))
009150         SET WS-SPECIES-INVALID TO TRUE
009160     END-IF.
009170 2115-EXIT.
009180     EXIT.
009190
009200*--------------------------------------------------------------*
009210*    2200-SEARCH-HEADS-LEGS - THE LCM HEAD/LEG SEARCH, RUN TO
009220*        EXHAUSTION OR THE FIT CEILING.  THE FIRST FIT FOUND IS
009230*        THE BREAKDOWN OF RECORD.
009240*--------------------------------------------------------------*
009250 2200-SEARCH-HEADS-LEGS.
009260     SET WS-SRCH-NOT-DONE TO TRUE.
009270     PERFORM 2205-SCAN-SPECIES-LEGS THRU 2205-EXIT.
009280     MOVE 1 TO WS-SRCH-LEVEL.
009290     MOVE AUD-HEADS TO WS-SRCH-REM-HEADS (1).
009300     MOVE AUD-LEGS TO WS-SRCH-REM-LEGS (1).
009310     MOVE ZERO TO WS-SRCH-COUNT (1).
009320     PERFORM 2210-SEARCH-STEP THRU 2210-EXIT
009330         UNTIL WS-SRCH-DONE.
009340 2200-EXIT.
009350     EXIT.
009360
009370*--------------------------------------------------------------*
009380*    2205-SCAN-SPECIES-LEGS - MIN/MAX LEGS-PER-HEAD ACROSS THE
009390*        MANIFEST SPECIES LIST, USED TO PRUNE SEARCH STATES
009400*--------------------------------------------------------------*
009410 2205-SCAN-SPECIES-LEGS.
009420     MOVE 99 TO WS-MAN-MIN-LEGS.
009430     MOVE ZERO TO WS-MAN-MAX-LEGS.
009440     PERFORM 2206-SCAN-ONE-SPECIES THRU 2206-EXIT
009450         VARYING WS-MAN-IX FROM 1 BY 1
009460         UNTIL WS-MAN-IX > WS-MAN-SPECIES-CT.
009470 2205-EXIT.
009480     EXIT.
009490
009500 2206-SCAN-ONE-SPECIES.
009510     IF SPECIES-LEGS (WS-MAN-CODE (WS-MAN-IX)) < WS-MAN-MIN-LEGS
009520         MOVE SPECIES-LEGS (WS-MAN-CODE (WS-MAN-IX))
009530             TO WS-MAN-MIN-LEGS
009540     END-IF.
009550     IF SPECIES-LEGS (WS-MAN-CODE (WS-MAN-IX)) > WS-MAN-MAX-LEGS
009560         MOVE SPECIES-LEGS (WS-MAN-CODE (WS-MAN-IX))
009570             TO WS-MAN-MAX-LEGS
009580     END-IF.
009590 2206-EXIT.
009600     EXIT.
009610
009620*--------------------------------------------------------------*
009630*    2210-SEARCH-STEP - ONE DEPTH-FIRST STEP.  AT THE LAST
009640*        LEVEL THE REMAINING HEADS MUST ACCOUNT FOR THE
009650*        REMAINING LEGS EXACTLY; AT ANY OTHER LEVEL THE
009660*        CURRENT COUNT EITHER DESCENDS OR ADVANCES.
009670*--------------------------------------------------------------*
009680 2210-SEARCH-STEP.
009690     MOVE WS-MAN-CODE (WS-SRCH-LEVEL) TO WS-SRCH-CODE.
009700     IF WS-SRCH-LEVEL = WS-MAN-SPECIES-CT
009710         COMPUTE WS-SRCH-LEGS-NEEDED =
009720             WS-SRCH-REM-HEADS (WS-SRCH-LEVEL)
009730             * SPECIES-LEGS (WS-SRCH-CODE)
009740         IF WS-SRCH-LEGS-NEEDED =
009750                 WS-SRCH-REM-LEGS (WS-SRCH-LEVEL)
009760             MOVE WS-SRCH-REM-HEADS (WS-SRCH-LEVEL)
009770                 TO WS-SRCH-COUNT (WS-SRCH-LEVEL)
009780             PERFORM 2215-RECORD-SOLUTION THRU 2215-EXIT
009790         END-IF
009800         PERFORM 2220-SEARCH-BACKTRACK THRU 2220-EXIT
009810         GO TO 2210-EXIT
009820     END-IF.
009830     IF WS-SRCH-COUNT (WS-SRCH-LEVEL) >
009840             WS-SRCH-REM-HEADS (WS-SRCH-LEVEL)
009850         PERFORM 2220-SEARCH-BACKTRACK THRU 2220-EXIT
009860         GO TO 2210-EXIT
009870     END-IF.
009880     COMPUTE WS-SRCH-LEGS-NEEDED =
009890         WS-SRCH-COUNT (WS-SRCH-LEVEL)
009900         * SPECIES-LEGS (WS-SRCH-CODE).
009910     IF WS-SRCH-LEGS-NEEDED >
009920             WS-SRCH-REM-LEGS (WS-SRCH-LEVEL)
009930         PERFORM 2220-SEARCH-BACKTRACK THRU 2220-EXIT
009940         GO TO 2210-EXIT
009950     END-IF.
009960     COMPUTE WS-SRCH-REM-HEADS (WS-SRCH-LEVEL + 1) =
009970         WS-SRCH-REM-HEADS (WS-SRCH-LEVEL)
009980         - WS-SRCH-COUNT (WS-SRCH-LEVEL).
009990     COMPUTE WS-SRCH-REM-LEGS (WS-SRCH-LEVEL + 1) =
010000         WS-SRCH-REM-LEGS (WS-SRCH-LEVEL)
010010         - WS-SRCH-LEGS-NEEDED.
010020     IF WS-SRCH-REM-LEGS (WS-SRCH-LEVEL + 1) <
010030             WS-SRCH-REM-HEADS (WS-SRCH-LEVEL + 1)
010040             * WS-MAN-MIN-LEGS
010050         OR WS-SRCH-REM-LEGS (WS-SRCH-LEVEL + 1) >
010060             WS-SRCH-REM-HEADS (WS-SRCH-LEVEL + 1)
010070             * WS-MAN-MAX-LEGS
010080         ADD 1 TO WS-SRCH-COUNT (WS-SRCH-LEVEL)
010090         GO TO 2210-EXIT
010100     END-IF.
010110     ADD 1 TO WS-SRCH-LEVEL.
010120     MOVE ZERO TO WS-SRCH-COUNT (WS-SRCH-LEVEL).
010130 2210-EXIT.
010140     EXIT.
010150
010160*--------------------------------------------------------------*
010170*    2215-RECORD-SOLUTION - ONE MORE BREAKDOWN FITS.  THE
010180*        FIRST ONE FOUND IS THE BREAKDOWN OF RECORD AND ITS
010190*        COUNTS ARE SAVED FOR THE WEIGHT CHECK.
010200*--------------------------------------------------------------*
010210 2215-RECORD-SOLUTION.
010220     ADD 1 TO WS-SOLUTION-COUNT.
010230     IF WS-SOLUTION-COUNT = 1
010240         SET WS-RECONCILED TO TRUE
010250         PERFORM 2195-BUILD-BREAKDOWN-TEXT THRU 2195-EXIT
010260         MOVE WS-BREAKDOWN-TEXT TO WS-FIRST-BREAKDOWN
010270         PERFORM 2216-SAVE-SOLUTION-COUNTS THRU 2216-EXIT
010280     END-IF.
010290     IF WS-SOLUTION-COUNT NOT < WS-SOLUTION-LIMIT
010300         SET WS-SRCH-DONE TO TRUE
010310     END-IF.
010320 2215-EXIT.
010330     EXIT.
010340
010350 2216-SAVE-SOLUTION-COUNTS.
010360     PERFORM 2217-SAVE-ONE-COUNT THRU 2217-EXIT
010370         VARYING WS-MAN-IX FROM 1 BY 1 UNTIL WS-MAN-IX > 5.
010380 2216-EXIT.
010390     EXIT.
010400
010410 2217-SAVE-ONE-COUNT.
010420     MOVE WS-SRCH-COUNT (WS-MAN-IX) TO WS-SOL-COUNT (WS-MAN-IX).
010430 2217-EXIT.
010440     EXIT.
010450
010460*--------------------------------------------------------------*
010470*    2220-SEARCH-BACKTRACK - STEP BACK ONE SPECIES LEVEL AND
010480*        TRY THE NEXT COUNT THERE; BACKING OFF LEVEL ONE MEANS
010490*        THE SEARCH IS EXHAUSTED
010500*--------------------------------------------------------------*
010510 2220-SEARCH-BACKTRACK.
010520     IF WS-SRCH-LEVEL = 1
010530         SET WS-SRCH-DONE TO TRUE
010540     ELSE
010550         SUBTRACT 1 FROM WS-SRCH-LEVEL
010560         ADD 1 TO WS-SRCH-COUNT (WS-SRCH-LEVEL)
010570     END-IF.
010580 2220-EXIT.
010590     EXIT.
010600
010610*--------------------------------------------------------------*
010620*    2195-BUILD-BREAKDOWN-TEXT - "[NAME NNN, NAME NNN]", BUILT
010630*        THE WAY LCM BUILDS IT SO THE TEXT COMPARES DIRECTLY
010640*--------------------------------------------------------------*
010650 2195-BUILD-BREAKDOWN-TEXT.
010660     MOVE SPACES TO WS-BREAKDOWN-TEXT.
010670     MOVE 1 TO WS-BRK-PTR.
010680     STRING "[" DELIMITED BY SIZE
010690         INTO WS-BREAKDOWN-TEXT
010700         WITH POINTER WS-BRK-PTR
010710     END-STRING.
010720     PERFORM 2196-APPEND-ONE-BREAKDOWN THRU 2196-EXIT
010730         VARYING WS-MAN-IX FROM 1 BY 1
010740         UNTIL WS-MAN-IX > WS-MAN-SPECIES-CT.
010750     STRING "]" DELIMITED BY SIZE
010760         INTO WS-BREAKDOWN-TEXT
010770         WITH POINTER WS-BRK-PTR
010780     END-STRING.
010790 2195-EXIT.
010800     EXIT.
010810
010820 2196-APPEND-ONE-BREAKDOWN.
010830     MOVE WS-SRCH-COUNT (WS-MAN-IX) TO WS-BRK-COUNT-ED.
010840     IF WS-MAN-IX > 1
010850         STRING ", " DELIMITED BY SIZE
010860             INTO WS-BREAKDOWN-TEXT
010870             WITH POINTER WS-BRK-PTR
010880         END-STRING
010890     END-IF.
010900     STRING SPECIES-NAME (WS-MAN-CODE (WS-MAN-IX))
010910             DELIMITED BY SIZE
010920         " " DELIMITED BY SIZE
010930         WS-BRK-COUNT-ED DELIMITED BY SIZE
010940         INTO WS-BREAKDOWN-TEXT
010950         WITH POINTER WS-BRK-PTR
010960     END-STRING.
010970 2196-EXIT.
010980     EXIT.
010990
011000*--------------------------------------------------------------*
011010*    2250-CHECK-MANIFEST-WEIGHT - PRICE THE BREAKDOWN OF
011020*        RECORD AGAINST THE PER-SPECIES AVERAGE WEIGHTS AND
011030*        COMPARE TO THE DECLARED WEIGHT.  A SPECIES WITH NO
011040*        AVERAGE WEIGHT LEAVES THE MANIFEST UNCHECKED.
011050*--------------------------------------------------------------*
011060 2250-CHECK-MANIFEST-WEIGHT.
011070     MOVE ZERO TO WS-WT-CALC.
011080     MOVE "N" TO WS-WT-MISSING-SW.
011090     PERFORM 2251-ADD-ONE-SPECIES-WT THRU 2251-EXIT
011100         VARYING WS-MAN-IX FROM 1 BY 1
011110         UNTIL WS-MAN-IX > WS-MAN-SPECIES-CT.
011120     IF WS-WT-MISSING OR WS-WT-CALC = ZERO
011130         MOVE SPACE TO WS-WT-FLAG
011140         GO TO 2250-EXIT
011150     END-IF.
011160     IF AUD-DECL-WEIGHT > WS-WT-CALC
011170         COMPUTE WS-WT-DIFF = AUD-DECL-WEIGHT - WS-WT-CALC
011180     ELSE
011190         COMPUTE WS-WT-DIFF = WS-WT-CALC - AUD-DECL-WEIGHT
011200     END-IF.
011210     COMPUTE WS-WT-VAR-PCT ROUNDED =
011220         WS-WT-DIFF * 100 / WS-WT-CALC
011230         ON SIZE ERROR MOVE 999.9 TO WS-WT-VAR-PCT
011240     END-COMPUTE.
011250     IF WS-WT-VAR-PCT > WS-WT-TOL-PCT
011260         MOVE "N" TO WS-WT-FLAG
011270     ELSE
011280         MOVE "Y" TO WS-WT-FLAG
011290     END-IF.
011300 2250-EXIT.
011310     EXIT.
011320
011330 2251-ADD-ONE-SPECIES-WT.
011340     IF SPECIES-WEIGHT (WS-MAN-CODE (WS-MAN-IX)) = ZERO
011350         MOVE "Y" TO WS-WT-MISSING-SW
011360     ELSE
011370         COMPUTE WS-WT-CALC = WS-WT-CALC
011380             + WS-SOL-COUNT (WS-MAN-IX)
011390             * SPECIES-WEIGHT (WS-MAN-CODE (WS-MAN-IX))
011400             ON SIZE ERROR MOVE 9999999 TO WS-WT-CALC
011410         END-COMPUTE
011420     END-IF.
011430 2251-EXIT.
011440     EXIT.
011450
011460*--------------------------------------------------------------*
011470*    2300-PRINT-CHANGED-MANIFEST - THE MANIFEST, THE VERDICTS
011480*        THAT MOVE, AND TODAY'S AGAINST THE TARGET'S OUTCOME
011490*--------------------------------------------------------------*
011500 2300-PRINT-CHANGED-MANIFEST.
011510     MOVE SPACES TO WS-DIFF-TEXT.
011520     MOVE 1 TO WS-DIFF-PTR.
011530     IF WS-BAS-RECON NOT = WS-TGT-RECON
011540         ADD 1 TO WS-CHG-RECON
011550         STRING "RECONCILIATION " DELIMITED BY SIZE
011560             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
011570     END-IF.
011580     IF WS-BAS-AMBIG NOT = WS-TGT-AMBIG
011590         ADD 1 TO WS-CHG-AMBIG
011600         STRING "AMBIGUITY " DELIMITED BY SIZE
011610             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
011620     END-IF.
011630     IF WS-BAS-BREAKDOWN NOT = WS-TGT-BREAKDOWN
011640         ADD 1 TO WS-CHG-BREAKDOWN
011650         STRING "BREAKDOWN " DELIMITED BY SIZE
011660             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
011670     END-IF.
011680     IF WS-BAS-WEIGHT NOT = WS-TGT-WEIGHT
011690         ADD 1 TO WS-CHG-WEIGHT
011700         STRING "WEIGHT " DELIMITED BY SIZE
011710             INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-PTR
011720     END-IF.
011730     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
011740         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
011750     END-IF.
011760     MOVE AUD-DATE TO RPT-M-DATE.
011770     MOVE AUD-SET-ID TO RPT-M-SETID.
011780     MOVE AUD-HEADS TO RPT-M-HEADS.
011790     MOVE AUD-LEGS TO RPT-M-LEGS.
011800     MOVE AUD-DECL-WEIGHT TO RPT-M-DECL-WT.
011810     MOVE WS-DIFF-TEXT TO RPT-M-CHANGES.
011820     WRITE RPT-RECORD FROM RPT-MANIFEST-LINE.
011830     MOVE "TODAY   " TO RPT-V-LABEL.
011840     MOVE WS-BAS-RECON TO RPT-V-RECON.
011850     MOVE WS-BAS-AMBIG TO RPT-V-AMBIG.
011860     MOVE WS-BAS-WEIGHT TO RPT-V-WEIGHT.
011870     MOVE WS-BAS-BREAKDOWN TO RPT-V-BREAKDOWN.
011880     WRITE RPT-RECORD FROM RPT-VERDICT-LINE.
011890     MOVE "TARGET  " TO RPT-V-LABEL.
011900     MOVE WS-TGT-RECON TO RPT-V-RECON.
011910     MOVE WS-TGT-AMBIG TO RPT-V-AMBIG.
011920     MOVE WS-TGT-WEIGHT TO RPT-V-WEIGHT.
011930     MOVE WS-TGT-BREAKDOWN TO RPT-V-BREAKDOWN.
011940     WRITE RPT-RECORD FROM RPT-VERDICT-LINE.
011950     ADD 3 TO WS-LINE-COUNT.
011960 2300-EXIT.
011970     EXIT.
011980
011990*--------------------------------------------------------------*
012000*    2850-EDIT-DATE - WS-EDIT-DATE-N (YYYYMMDD) TO MM/DD/YYYY
012010*--------------------------------------------------------------*
012020 2850-EDIT-DATE.
012030     MOVE WS-EDT-MM TO WS-EDP-MM.
012040     MOVE WS-EDT-DD TO WS-EDP-DD.
012050     MOVE WS-EDT-YYYY TO WS-EDP-YYYY.
012060 2850-EXIT.
012070     EXIT.
012080
012090*--------------------------------------------------------------*
012100*    2900-READ-NEXT-AUDIT - NEXT ROW IN KEY ORDER; A ROW KEYED
012110*        PAST THE TO DATE ENDS THE REPLAY
012120*--------------------------------------------------------------*
012130 2900-READ-NEXT-AUDIT.
012140     READ AUD-FILE NEXT RECORD
012150         AT END SET WS-AUD-EOF TO TRUE
012160         NOT AT END
012170             IF AUD-KEY-DATE > WS-SEL-TO-DATE
012180                 SET WS-AUD-EOF TO TRUE
012190             END-IF
012200     END-READ.
012210 2900-EXIT.
012220     EXIT.
012230
012240*--------------------------------------------------------------*
012250*    3000-LIST-SPECIES-CHANGES - EVERY CODE WHOSE SLOT DIFFERS
012260*        BETWEEN TODAY'S TABLE AND THE TARGET DATE'S
012270*--------------------------------------------------------------*
012280 3000-LIST-SPECIES-CHANGES.
012290     MOVE "SPECIES VERSIONS THAT DIFFER ON THE TARGET DATE"
012300         TO RPT-SEC-TITLE.
012310     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
012320     WRITE RPT-RECORD FROM RPT-SPECIES-HDR.
012330     ADD 1 TO WS-LINE-COUNT.
012340     PERFORM 3100-COMPARE-ONE-SPECIES THRU 3100-EXIT
012350         VARYING WS-SP-IX FROM 1 BY 1
012360         UNTIL WS-SP-IX > SPECIES-TABLE-MAX.
012370     IF WS-SPECIES-DIFFERING = ZERO
012380         WRITE RPT-RECORD FROM RPT-NONE-LINE
012390         ADD 1 TO WS-LINE-COUNT
012400     END-IF.
012410 3000-EXIT.
012420     EXIT.
012430
012440 3100-COMPARE-ONE-SPECIES.
012450     IF BAS-SPECIES-ENTRY (WS-SP-IX) =
012460             TGT-SPECIES-ENTRY (WS-SP-IX)
012470         GO TO 3100-EXIT
012480     END-IF.
012490     ADD 1 TO WS-SPECIES-DIFFERING.
012500     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
012510         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
012520     END-IF.
012530     MOVE BAS-SPECIES-TABLE TO SPECIES-TABLE.
012540     MOVE "TODAY " TO RPT-SP-TABLE.
012550     PERFORM 3200-PRINT-ONE-VERSION THRU 3200-EXIT.
012560     MOVE TGT-SPECIES-TABLE TO SPECIES-TABLE.
012570     MOVE "TARGET" TO RPT-SP-TABLE.
012580     PERFORM 3200-PRINT-ONE-VERSION THRU 3200-EXIT.
012590 3100-EXIT.
012600     EXIT.
012610
012620 3200-PRINT-ONE-VERSION.
012630     MOVE WS-SP-IX TO RPT-SP-CODE.
012640     IF NOT SPECIES-LOADED (WS-SP-IX)
012650         MOVE "(NOT ON FILE)" TO RPT-SP-NAME
012660         MOVE ZERO TO RPT-SP-LEGS
012670         MOVE ZERO TO RPT-SP-WEIGHT
012680         MOVE SPACES TO RPT-SP-STATUS
012690         MOVE SPACES TO RPT-SP-EFF-DATE
012700         GO TO 3200-WRITE
012710     END-IF.
012720     MOVE SPECIES-NAME (WS-SP-IX) TO RPT-SP-NAME.
012730     MOVE SPECIES-LEGS (WS-SP-IX) TO RPT-SP-LEGS.
012740     MOVE SPECIES-WEIGHT (WS-SP-IX) TO RPT-SP-WEIGHT.
012750     IF SPECIES-ACTIVE (WS-SP-IX)
012760         MOVE "ACTIVE" TO RPT-SP-STATUS
012770     ELSE
012780         MOVE "INACTIVE" TO RPT-SP-STATUS
012790     END-IF.
012800     IF SPECIES-EFF-DATE (WS-SP-IX) = ZERO
012810         MOVE "ALWAYS" TO RPT-SP-EFF-DATE
012820     ELSE
012830         MOVE SPECIES-EFF-DATE (WS-SP-IX) TO WS-EDIT-DATE-N
012840         PERFORM 2850-EDIT-DATE THRU 2850-EXIT
012850         MOVE WS-EDIT-DATE-PRINT TO RPT-SP-EFF-DATE
012860     END-IF.
012870 3200-WRITE.
012880     WRITE RPT-RECORD FROM RPT-SPECIES-LINE.
012890     ADD 1 TO WS-LINE-COUNT.
012900 3200-EXIT.
012910     EXIT.
012920
012930*--------------------------------------------------------------*
012940*    8000-PRODUCE-SUMMARY - RUN TOTALS AND THE JOB GRADE - 4
012950*        WHEN ANY REPLAYED MANIFEST WOULD COME OUT DIFFERENTLY
012960*--------------------------------------------------------------*
012970 8000-PRODUCE-SUMMARY.
012980     PERFORM 1210-NEW-PAGE THRU 1210-EXIT.
012990     MOVE "SPECIES CODES THAT DIFFER" TO RPT-SUM-LABEL.
013000     MOVE WS-SPECIES-DIFFERING TO RPT-SUM-VALUE.
013010     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013011     MOVE "PENDING CHANGES PRICED IN" TO RPT-SUM-LABEL.
013012     MOVE WS-PEND-PRICED TO RPT-SUM-VALUE.
013013     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013020     MOVE "AUDIT ROWS READ IN SPAN" TO RPT-SUM-LABEL.
013030     MOVE WS-ROWS-READ TO RPT-SUM-VALUE.
013040     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013050     MOVE "ROWS WITHOUT A MANIFEST" TO RPT-SUM-LABEL.
013060     MOVE WS-ROWS-NO-MANIFEST TO RPT-SUM-VALUE.
013070     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013080     MOVE "MANIFESTS NOT REPLAYABLE" TO RPT-SUM-LABEL.
013090     MOVE WS-ROWS-NOT-REPLAYABLE TO RPT-SUM-VALUE.
013100     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013110     MOVE "MANIFESTS REPLAYED" TO RPT-SUM-LABEL.
013120     MOVE WS-ROWS-REPLAYED TO RPT-SUM-VALUE.
013130     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013140     MOVE "MANIFESTS UNCHANGED" TO RPT-SUM-LABEL.
013150     MOVE WS-ROWS-UNCHANGED TO RPT-SUM-VALUE.
013160     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013170     MOVE "MANIFESTS THAT WOULD CHANGE" TO RPT-SUM-LABEL.
013180     MOVE WS-ROWS-CHANGED TO RPT-SUM-VALUE.
013190     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013200     MOVE "  RECONCILIATION VERDICT CHANGES" TO RPT-SUM-LABEL.
013210     MOVE WS-CHG-RECON TO RPT-SUM-VALUE.
013220     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013230     MOVE "  AMBIGUITY FLAG CHANGES" TO RPT-SUM-LABEL.
013240     MOVE WS-CHG-AMBIG TO RPT-SUM-VALUE.
013250     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013260     MOVE "  BREAKDOWN CHANGES" TO RPT-SUM-LABEL.
013270     MOVE WS-CHG-BREAKDOWN TO RPT-SUM-VALUE.
013280     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013290     MOVE "  WEIGHT VERDICT CHANGES" TO RPT-SUM-LABEL.
013300     MOVE WS-CHG-WEIGHT TO RPT-SUM-VALUE.
013310     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013320     MOVE "DISTINCT SETS AFFECTED" TO RPT-SUM-LABEL.
013330     MOVE WS-SETS-AFFECTED TO RPT-SUM-VALUE.
013340     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
013350     DISPLAY "SPECIES CODES DIFFER... " WS-SPECIES-DIFFERING.
013360     DISPLAY "AUDIT ROWS READ........ " WS-ROWS-READ.
013370     DISPLAY "MANIFESTS REPLAYED..... " WS-ROWS-REPLAYED.
013380     DISPLAY "NOT REPLAYABLE......... " WS-ROWS-NOT-REPLAYABLE.
013390     DISPLAY "WOULD CHANGE........... " WS-ROWS-CHANGED.
013400     DISPLAY "SETS AFFECTED.......... " WS-SETS-AFFECTED.
013410     IF WS-ROWS-CHANGED > ZERO
013420         MOVE 4 TO RETURN-CODE
013430     ELSE
013440         MOVE 0 TO RETURN-CODE
013450     END-IF.
013460     DISPLAY "JOB RETURN CODE " RETURN-CODE.
013470 8000-EXIT.
013480     EXIT.
013490
013500*--------------------------------------------------------------*
013510*    9000-TERMINATE - CLOSE ALL FILES
013520*--------------------------------------------------------------*
013530 9000-TERMINATE.
013540     CLOSE AUD-FILE.
013550     CLOSE RPT-FILE.
013560 9000-EXIT.
013570     EXIT.
