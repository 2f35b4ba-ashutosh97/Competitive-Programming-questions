000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.RCYNTC.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  RUNS AFTER LCM AND SPLITS THE
000220*                   NIGHT'S REJECTS BY FEEDER SYSTEM - EVERY
000230*                   NBRFILE CONTROL BLOCK THAT FAILED ITS DATE,
000240*                   COUNT OR HASH CHECK AND EVERY RCYOUT RECORD
000250*                   GOES TO THE NOTICE FILE OF THE FEEDER NAMED
000260*                   IN THE BLOCK HEADER (NTCREC LAYOUT, ONE FILE
000270*                   PER FEEDER, ROUTED BY FEEDER= CARDS).  EACH
000280*                   ROW NAMES THE REASON AND THE FIELDS THAT
000290*                   FAILED.  THE RN100 REPORT LISTS EVERY ROW AND
000300*                   THE NOTICES EACH FEEDER WAS SENT.  A FEEDER
000310*                   WITH NO FILE= ROUTING ENDS WITH RETURN-CODE 4.
000320*--------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RCY-FILE ASSIGN TO "RCYOUT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RCY-STATUS.
000390     SELECT NBR-FILE ASSIGN TO "NBRFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-NBR-STATUS.
000420     SELECT SPEC-FILE ASSIGN TO "SPECFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SPC-STATUS.
000450     SELECT PARM-FILE ASSIGN TO "NTCPARM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PRM-STATUS.
000480     SELECT RPT-FILE ASSIGN TO "NTCRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.
000510     SELECT NTC-FILE-01 ASSIGN TO "NTCFIL01"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-NTC-STATUS.
000540     SELECT NTC-FILE-02 ASSIGN TO "NTCFIL02"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-NTC-STATUS.
000570     SELECT NTC-FILE-03 ASSIGN TO "NTCFIL03"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-NTC-STATUS.
000600     SELECT NTC-FILE-04 ASSIGN TO "NTCFIL04"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-NTC-STATUS.
000630     SELECT NTC-FILE-05 ASSIGN TO "NTCFIL05"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-NTC-STATUS.
000660     SELECT NTC-FILE-06 ASSIGN TO "NTCFIL06"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-NTC-STATUS.
000690     SELECT NTC-FILE-07 ASSIGN TO "NTCFIL07"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-NTC-STATUS.
000720     SELECT NTC-FILE-08 ASSIGN TO "NTCFIL08"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-NTC-STATUS.
000750     SELECT NTC-FILE-09 ASSIGN TO "NTCFIL09"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-NTC-STATUS.
000780     SELECT NTC-FILE-10 ASSIGN TO "NTCFIL10"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-NTC-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840*--------------------------------------------------------------*
000850*    RCY-FILE - THE NIGHT'S RECYCLED SETS, WRITTEN BY LCM
000860*--------------------------------------------------------------*
000870 FD  RCY-FILE
000880     RECORDING MODE IS F.
000890     COPY RCYREC.
000900
000910*--------------------------------------------------------------*
000920*    NBR-FILE - THE NIGHT'S TRANSMISSION, RE-SCANNED ONLY TO
000930*        GRADE ITS H...T CONTROL BLOCKS THE WAY LCM DOES
000940*--------------------------------------------------------------*
000950 FD  NBR-FILE
000960     RECORDING MODE IS F.
000970 01  NBR-INPUT-AREA              PIC X(160).
000980 01  NBR-LEGACY-REC REDEFINES NBR-INPUT-AREA.
000990     05  NBR-L-SET-ID            PIC 9(05).
001000     05  NBR-L-COUNT             PIC 9(02).
001010     05  NBR-L-VALUES            PIC 9(05) OCCURS 25 TIMES.
001020     05  FILLER                  PIC X(28).
001030 01  NBR-MULTI-REC REDEFINES NBR-INPUT-AREA.
001040     05  NBR-M-REC-TYPE          PIC X(01).
001050         88  NBR-MULTI-FORMAT            VALUE "M".
001060     05  NBR-M-SET-ID            PIC 9(05).
001070     05  NBR-M-COUNT             PIC 9(02).
001080     05  NBR-M-VALUES            PIC 9(05) OCCURS 25 TIMES.
001090     05  FILLER                  PIC X(27).
001100 01  NBR-CTL-REC REDEFINES NBR-INPUT-AREA.
001110     05  NBR-CTL-TYPE            PIC X(01).
001120         88  NBR-HEADER-RECORD           VALUE "H".
001130         88  NBR-TRAILER-RECORD          VALUE "T".
001140     05  FILLER                  PIC X(159).
001150 01  NBR-HDR-REC REDEFINES NBR-INPUT-AREA.
001160     05  FILLER                  PIC X(01).
001170     05  NBR-H-FILE-DATE         PIC 9(08).
001180     05  NBR-H-SOURCE            PIC X(08).
001190     05  FILLER                  PIC X(143).
001200 01  NBR-TRL-REC REDEFINES NBR-INPUT-AREA.
001210     05  FILLER                  PIC X(01).
001220     05  NBR-T-REC-COUNT         PIC 9(07).
001230     05  NBR-T-HASH-TOTAL        PIC 9(18).
001240     05  FILLER                  PIC X(134).
001250
001260*--------------------------------------------------------------*
001270*    SPEC-FILE - SPECIES REFERENCE, SO A BAD SPECIES CODE CAN
001280*        BE NAMED ON THE NOTICE
001290*--------------------------------------------------------------*
001300 FD  SPEC-FILE
001310     RECORDING MODE IS F.
001320     COPY SPECREC.
001330
001340*--------------------------------------------------------------*
001350*    PARM-FILE - BUSINESS DATE AND FEEDER ROUTING CARDS
001360*--------------------------------------------------------------*
001370 FD  PARM-FILE
001380     RECORDING MODE IS F.
001390 01  PARM-RECORD                 PIC X(80).
001400
001410*--------------------------------------------------------------*
001420*    RPT-FILE - PRINTED NOTICE DISTRIBUTION REPORT
001430*--------------------------------------------------------------*
001440 FD  RPT-FILE
001450     RECORDING MODE IS F.
001460 01  RPT-RECORD                  PIC X(132).
001470
001480*--------------------------------------------------------------*
001490*    NTC-FILE-01 THRU NTC-FILE-10 - OUTBOUND NOTICE FILES, ONE
001500*        PER ROUTED FEEDER, IN THE NTCREC LAYOUT.  TEN FILES
001510*        MATCH LCM'S TEN CONTROL BLOCKS PER TRANSMISSION.
001520*--------------------------------------------------------------*
001530 FD  NTC-FILE-01
001540     RECORDING MODE IS F.
001550 01  NTC-OUT-REC-01              PIC X(300).
001560 FD  NTC-FILE-02
001570     RECORDING MODE IS F.
001580 01  NTC-OUT-REC-02              PIC X(300).
001590 FD  NTC-FILE-03
001600     RECORDING MODE IS F.
001610 01  NTC-OUT-REC-03              PIC X(300).
001620 FD  NTC-FILE-04
001630     RECORDING MODE IS F.
001640 01  NTC-OUT-REC-04              PIC X(300).
001650 FD  NTC-FILE-05
001660     RECORDING MODE IS F.
001670 01  NTC-OUT-REC-05              PIC X(300).
001680 FD  NTC-FILE-06
001690     RECORDING MODE IS F.
001700 01  NTC-OUT-REC-06              PIC X(300).
001710 FD  NTC-FILE-07
001720     RECORDING MODE IS F.
001730 01  NTC-OUT-REC-07              PIC X(300).
001740 FD  NTC-FILE-08
001750     RECORDING MODE IS F.
001760 01  NTC-OUT-REC-08              PIC X(300).
001770 FD  NTC-FILE-09
001780     RECORDING MODE IS F.
001790 01  NTC-OUT-REC-09              PIC X(300).
001800 FD  NTC-FILE-10
001810     RECORDING MODE IS F.
001820 01  NTC-OUT-REC-10              PIC X(300).
001830
001840 WORKING-STORAGE SECTION.
001850*--------------------------------------------------------------*
001860*    FILE STATUS SWITCHES
001870*--------------------------------------------------------------*
001880 01  WS-FILE-STATUSES.
001890     05  WS-RCY-STATUS           PIC X(02) VALUE "00".
001900     05  WS-NBR-STATUS           PIC X(02) VALUE "00".
001910     05  WS-SPC-STATUS           PIC X(02) VALUE "00".
001920     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
001930     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
001940     05  WS-NTC-STATUS           PIC X(02) VALUE "00".
001950
001960 01  WS-RCY-EOF-SW               PIC X(01) VALUE "N".
001970     88  WS-RCY-EOF                      VALUE "Y".
001980     88  WS-RCY-NOT-EOF                  VALUE "N".
001990
002000 01  WS-NBR-EOF-SW               PIC X(01) VALUE "N".
002010     88  WS-NBR-EOF                      VALUE "Y".
002020     88  WS-NBR-NOT-EOF                  VALUE "N".
002030
002040 01  WS-SPC-EOF-SW               PIC X(01) VALUE "N".
002050     88  WS-SPC-EOF                      VALUE "Y".
002060     88  WS-SPC-NOT-EOF                  VALUE "N".
002070
002080 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
002090     88  WS-PRM-EOF                      VALUE "Y".
002100     88  WS-PRM-NOT-EOF                  VALUE "N".
002110
002120*--------------------------------------------------------------*
002130*    BUSINESS DATE (DATE= CARD, DEFAULT TODAY) - THE DATE LCM
002140*        HELD EVERY BLOCK HEADER TO, AND THE SPECIES VERSIONS
002150*        IN EFFECT WHEN THE SETS WERE EDITED
002160*--------------------------------------------------------------*
002170 77  WS-BUS-DATE                 PIC 9(08) VALUE 0.
002180 01  WS-DATE-MDY.
002190     05  WS-MDY-MM               PIC X(02).
002200     05  FILLER                  PIC X(01).
002210     05  WS-MDY-DD               PIC X(02).
002220     05  FILLER                  PIC X(01).
002230     05  WS-MDY-YYYY             PIC X(04).
002240 01  WS-DATE-YMD.
002250     05  WS-YMD-YYYY             PIC X(04).
002260     05  WS-YMD-MM               PIC X(02).
002270     05  WS-YMD-DD               PIC X(02).
002280 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD
002290                                 PIC 9(08).
002300
002310*--------------------------------------------------------------*
002320*    FEEDER TABLE - ONE ENTRY PER FEEDER= CARD (FILE NUMBER
002330*        01-10) PLUS ONE PER FEEDER FOUND IN THE NIGHT'S
002340*        REJECTS WITHOUT A CARD (FILE NUMBER ZERO, NOTHING
002350*        SENT).  REASON COUNTS RUN ZD, CT, OV, SP, CB, UR AND
002360*        ANY OTHER CODE, AS IN THE REASON TABLE BELOW.
002370*--------------------------------------------------------------*
002380 01  WS-FEEDER-TABLE.
002390     05  WS-FDR-ENTRY OCCURS 20 TIMES.
002400         10  WS-FDR-NAME         PIC X(08).
002410         10  WS-FDR-FILE-NO      PIC 9(02).
002420         10  WS-FDR-BLOCK-ROWS   PIC 9(07).
002430         10  WS-FDR-SET-ROWS     PIC 9(07).
002440         10  WS-FDR-RSN-COUNT    PIC 9(05) OCCURS 7 TIMES.
002450 77  WS-FDR-COUNT                PIC 9(02) VALUE 0.
002460 77  WS-FDR-MAX                  PIC 9(02) VALUE 20.
002470 77  WS-FDR-IX                   PIC 9(02) VALUE 0.
002480 77  WS-FDR-FOUND-IX             PIC 9(02) VALUE 0.
002490 01  WS-FDR-SEEK-NAME            PIC X(08) VALUE SPACES.
002500 01  WS-FILE-USED-TABLE.
002510     05  WS-FILE-USED-SW         PIC X(01) OCCURS 10 TIMES.
002520 77  WS-FILE-NO                  PIC 9(02) VALUE 0.
002530 01  WS-FILE-NO-X                PIC X(02) VALUE SPACES.
002540 01  WS-FILE-DDNAME.
002550     05  FILLER                  PIC X(06) VALUE "NTCFIL".
002560     05  WS-FILE-DD-NO           PIC 9(02) VALUE 0.
002570
002580*--------------------------------------------------------------*
002590*    REASON CODES AND THEIR PLAIN-ENGLISH TEXT - THE SEVENTH
002600*        ENTRY CATCHES ANY CODE NOT IN THE LIST
002610*--------------------------------------------------------------*
002620 01  WS-REASON-VALUES.
002630     05  FILLER                  PIC X(32)
002640             VALUE "ZDZERO, DUPLICATE OR BAD VALUE ".
002650     05  FILLER                  PIC X(32)
002660             VALUE "CTVALUE COUNT NOT 1 TO 25      ".
002670     05  FILLER                  PIC X(32)
002680             VALUE "OVLCM TOO LARGE TO CARRY       ".
002690     05  FILLER                  PIC X(32)
002700             VALUE "SPBAD SPECIES CODE ON MANIFEST ".
002710     05  FILLER                  PIC X(32)
002720             VALUE "CBSOURCE BLOCK FAILED CONTROLS ".
002730     05  FILLER                  PIC X(32)
002740             VALUE "URSET NOT ACTIVE ON REGISTRY   ".
002750     05  FILLER                  PIC X(32)
002760             VALUE "  UNKNOWN REASON CODE          ".
002770 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
002780     05  WS-RSN-ENTRY OCCURS 7 TIMES.
002790         10  WS-RSN-CODE         PIC X(02).
002800         10  WS-RSN-TEXT         PIC X(30).
002810 77  WS-RSN-IX                   PIC 9(02) VALUE 0.
002820 77  WS-RSN-FOUND-IX             PIC 9(02) VALUE 0.
002830
002840*--------------------------------------------------------------*
002850*    CONTROL-BLOCK TABLE - THE SAME GRADING LCM'S PRE-SCAN
002860*        GIVES EACH H...T BLOCK, WITH THE CHECK THAT FAILED
002870*--------------------------------------------------------------*
002880 01  WS-BLOCK-TABLE.
002890     05  WS-BLK-ENTRY OCCURS 10 TIMES.
002900         10  WS-BLK-SOURCE       PIC X(08).
002910         10  WS-BLK-DETAILS      PIC 9(07).
002920         10  WS-BLK-STATUS-SW    PIC X(01).
002930             88  WS-BLK-GOOD             VALUE "G".
002940             88  WS-BLK-BAD              VALUE "B".
002950         10  WS-BLK-FAIL-TEXT    PIC X(76).
002960 77  WS-BLK-USED                 PIC 9(02) VALUE 0.
002970 77  WS-BLK-MAX                  PIC 9(02) VALUE 10.
002980 77  WS-BLK-IX                   PIC 9(02) VALUE 0.
002990 77  WS-BLK-BAD-COUNT            PIC 9(02) VALUE 0.
003000 01  WS-CTL-IN-BLOCK-SW          PIC X(01) VALUE "N".
003010     88  WS-CTL-IN-BLOCK                 VALUE "Y".
003020 01  WS-CTL-BROKEN-SW            PIC X(01) VALUE "N".
003030     88  WS-CTL-BROKEN                   VALUE "Y".
003040 77  WS-CTL-DETAIL-COUNT         PIC 9(07) VALUE 0.
003050 77  WS-CTL-HASH                 PIC 9(18) VALUE 0.
003060 77  WS-CTL-FAIL-MSG             PIC X(60) VALUE SPACES.
003070 01  WS-NBR-OPEN-SW              PIC X(01) VALUE "N".
003080     88  WS-NBR-OPENED                   VALUE "Y".
003090 77  I                           PIC 9(02) VALUE 0.
003100 77  J                           PIC 9(02) VALUE 0.
003110
003120*--------------------------------------------------------------*
003130*    SPECIES TABLE - THE VERSION OF EACH CODE IN EFFECT ON THE
003140*        BUSINESS DATE.  WITHOUT A SPECFILE ONLY THE FORM OF A
003150*        SPECIES CODE CAN BE CHECKED.
003160*--------------------------------------------------------------*
003170 01  WS-SPECIES-TABLE.
003180     05  WS-SPC-ENTRY OCCURS 20 TIMES.
003190         10  WS-SPC-LOADED-SW    PIC X(01).
003200             88  WS-SPC-LOADED           VALUE "Y".
003210         10  WS-SPC-ACTIVE-SW    PIC X(01).
003220             88  WS-SPC-ACTIVE           VALUE "A".
003230         10  WS-SPC-EFF-DATE     PIC 9(08).
003240 77  WS-SPC-TABLE-MAX            PIC 9(02) VALUE 20.
003250 77  WS-SPC-EFF-WORK             PIC 9(08) VALUE 0.
003260 01  WS-SPC-FILE-SW              PIC X(01) VALUE "N".
003270     88  WS-SPC-FILE-LOADED              VALUE "Y".
003280
003290*--------------------------------------------------------------*
003300*    RECYCLED SET, AS LCM RECEIVED IT - EITHER INPUT LAYOUT,
003310*        HELD IN DISPLAY FORM SO A BAD FIELD CAN BE NAMED
003320*--------------------------------------------------------------*
003330 01  RJT-INPUT-AREA              PIC X(160).
003340 01  RJT-LEGACY-REC REDEFINES RJT-INPUT-AREA.
003350     05  RJT-L-SET-ID            PIC X(05).
003360     05  RJT-L-COUNT             PIC X(02).
003370     05  RJT-L-VALUES            PIC X(05) OCCURS 25 TIMES.
003380     05  RJT-L-SPECIES-CODE      PIC X(02) OCCURS 2 TIMES.
003390     05  FILLER                  PIC X(24).
003400 01  RJT-MULTI-REC REDEFINES RJT-INPUT-AREA.
003410     05  RJT-M-REC-TYPE          PIC X(01).
003420         88  RJT-MULTI-FORMAT            VALUE "M".
003430     05  RJT-M-SET-ID            PIC X(05).
003440     05  RJT-M-COUNT             PIC X(02).
003450     05  RJT-M-VALUES            PIC X(05) OCCURS 25 TIMES.
003460     05  RJT-M-SPECIES-CT        PIC X(01).
003470     05  RJT-M-SPECIES-CODE      PIC X(02) OCCURS 5 TIMES.
003480     05  FILLER                  PIC X(16).
003490
003500 01  RJT-SET-ID                  PIC X(05) VALUE SPACES.
003510 01  RJT-COUNT-X                 PIC X(02) VALUE SPACES.
003520 01  RJT-COUNT REDEFINES RJT-COUNT-X
003530                                 PIC 9(02).
003540 01  RJT-VALUE-TABLE.
003550     05  RJT-VALUE-X             PIC X(05) OCCURS 25 TIMES.
003560 01  RJT-SPECIES-CT-X            PIC X(01) VALUE SPACES.
003570 01  RJT-SPECIES-CT REDEFINES RJT-SPECIES-CT-X
003580                                 PIC 9(01).
003590 01  RJT-SPECIES-TABLE.
003600     05  RJT-SPECIES-X           PIC X(02) OCCURS 5 TIMES.
003610 01  RJT-VALUE-WORK              PIC X(05) VALUE SPACES.
003620 01  RJT-VALUE-N REDEFINES RJT-VALUE-WORK
003630                                 PIC 9(05).
003640 01  RJT-CODE-WORK               PIC X(02) VALUE SPACES.
003650 01  RJT-CODE-N REDEFINES RJT-CODE-WORK
003660                                 PIC 9(02).
003670 01  RJT-VALUES-OK-SW            PIC X(01) VALUE "Y".
003680     88  RJT-VALUES-OK                   VALUE "Y".
003690
003700*--------------------------------------------------------------*
003710*    FAILED-FIELDS TEXT - ONE SHORT PHRASE PER FIELD THAT
003720*        FAILED, COMMA-SEPARATED.  "+" IN THE LAST POSITION
003730*        MEANS MORE FIELDS FAILED THAN THE TEXT WOULD HOLD.
003740*--------------------------------------------------------------*
003750 01  WS-FAIL-TEXT                PIC X(76) VALUE SPACES.
003760 77  WS-FAIL-PTR                 PIC 9(03) VALUE 1.
003770 01  WS-FAIL-TOKEN               PIC X(40) VALUE SPACES.
003780 01  WS-FAIL-FULL-SW             PIC X(01) VALUE "N".
003790     88  WS-FAIL-FULL                    VALUE "Y".
003800 77  WS-POS-EDIT                 PIC 9(02) VALUE 0.
003810 01  WS-SPC-FAULT                PIC X(12) VALUE SPACES.
003820
003830*--------------------------------------------------------------*
003840*    NOTICE RECORD BUILD AREA AND ITS TARGET FILE
003850*--------------------------------------------------------------*
003860     COPY NTCREC.
003870 77  WS-NTC-FILE-NO              PIC 9(02) VALUE 0.
003880 01  WS-RUN-TIME                 PIC 9(08) VALUE 0.
003890
003900*--------------------------------------------------------------*
003910*    COUNTERS
003920*--------------------------------------------------------------*
003930 77  WS-RCY-READ                 PIC 9(07) VALUE 0.
003940 77  WS-BLOCK-NOTICES            PIC 9(07) VALUE 0.
003950 77  WS-SET-NOTICES              PIC 9(07) VALUE 0.
003960 77  WS-NOTICES-SENT             PIC 9(07) VALUE 0.
003970 77  WS-NOTICES-NOT-SENT         PIC 9(07) VALUE 0.
003980 77  WS-FILES-WRITTEN            PIC 9(07) VALUE 0.
003990
004000*--------------------------------------------------------------*
004010*    RUN DATE / REPORT PAGINATION
004020*--------------------------------------------------------------*
004030 01  WS-RUN-DATE-RAW.
004040     05  WS-RUN-YYYY             PIC 9(04).
004050     05  WS-RUN-MM               PIC 9(02).
004060     05  WS-RUN-DD               PIC 9(02).
004070 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
004080                                 PIC 9(08).
004090 01  WS-RUN-DATE-PRINT.
004100     05  WS-PRT-MM               PIC 9(02).
004110     05  FILLER                  PIC X(01) VALUE "/".
004120     05  WS-PRT-DD               PIC 9(02).
004130     05  FILLER                  PIC X(01) VALUE "/".
004140     05  WS-PRT-YYYY             PIC 9(04).
004150 01  WS-EDIT-DATE-N              PIC 9(08) VALUE 0.
004160 01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-N.
004170     05  WS-EDT-YYYY             PIC 9(04).
004180     05  WS-EDT-MM               PIC 9(02).
004190     05  WS-EDT-DD               PIC 9(02).
004200 01  WS-EDIT-DATE-PRINT.
004210     05  WS-EDP-MM               PIC 9(02).
004220     05  FILLER                  PIC X(01) VALUE "/".
004230     05  WS-EDP-DD               PIC 9(02).
004240     05  FILLER                  PIC X(01) VALUE "/".
004250     05  WS-EDP-YYYY             PIC 9(04).
004260
004270 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
004280 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
004290 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
004300
004310*--------------------------------------------------------------*
004320*    PRINT LINE LAYOUTS
004330*--------------------------------------------------------------*
004340 01  RPT-HEADER-1.
004350     05  FILLER                  PIC X(01) VALUE SPACE.
004360     05  FILLER                  PIC X(40)
004370             VALUE "RN100 - FEEDER REJECT NOTICES".
004380     05  FILLER                  PIC X(08) VALUE "RUN DATE".
004390     05  FILLER                  PIC X(01) VALUE SPACE.
004400     05  RPT1-DATE               PIC X(10).
004410     05  FILLER                  PIC X(06) VALUE SPACES.
004420     05  FILLER                  PIC X(05) VALUE "PAGE ".
004430     05  RPT1-PAGE               PIC ZZ9.
004440     05  FILLER                  PIC X(58) VALUE SPACES.
004450
004460 01  RPT-HEADER-2.
004470     05  FILLER                  PIC X(01) VALUE SPACE.
004480     05  FILLER                  PIC X(131) VALUE ALL "-".
004490
004500 01  RPT-DATE-LINE.
004510     05  FILLER                  PIC X(01) VALUE SPACE.
004520     05  FILLER                  PIC X(30)
004530             VALUE "REJECTS FOR BUSINESS DATE".
004540     05  RPT-DL-DATE             PIC X(10).
004550     05  FILLER                  PIC X(04) VALUE SPACES.
004560     05  RPT-DL-BLOCKS           PIC Z9.
004570     05  FILLER                  PIC X(21)
004580             VALUE " NBRFILE BLOCK(S),  ".
004590     05  RPT-DL-BAD              PIC Z9.
004600     05  FILLER                  PIC X(08) VALUE " FAILED ".
004610     05  RPT-DL-NOTE             PIC X(54).
004620
004630 01  RPT-SECTION-LINE.
004640     05  FILLER                  PIC X(01) VALUE SPACE.
004650     05  RPT-SEC-TITLE           PIC X(60).
004660     05  FILLER                  PIC X(71) VALUE SPACES.
004670
004680 01  RPT-ROW-HDR.
004690     05  FILLER                  PIC X(01) VALUE SPACE.
004700     05  FILLER                  PIC X(42) VALUE
004710             "FEEDER    FILE      NOTICE     RSN  FAILED".
004720     05  FILLER                  PIC X(89) VALUE
004730             " FIELDS".
004740
004750 01  RPT-ROW-LINE.
004760     05  FILLER                  PIC X(01) VALUE SPACE.
004770     05  RPT-RW-FEEDER           PIC X(08).
004780     05  FILLER                  PIC X(02) VALUE SPACES.
004790     05  RPT-RW-FILE             PIC X(08).
004800     05  FILLER                  PIC X(02) VALUE SPACES.
004810     05  RPT-RW-NOTICE           PIC X(09).
004820     05  FILLER                  PIC X(02) VALUE SPACES.
004830     05  RPT-RW-REASON           PIC X(02).
004840     05  FILLER                  PIC X(02) VALUE SPACES.
004850     05  RPT-RW-FAILED           PIC X(76).
004860     05  FILLER                  PIC X(02) VALUE SPACES.
004870     05  RPT-RW-NOTE             PIC X(08).
004880     05  FILLER                  PIC X(10) VALUE SPACES.
004890
004900 01  RPT-DIST-HDR.
004910     05  FILLER                  PIC X(01) VALUE SPACE.
004920     05  FILLER                  PIC X(48) VALUE
004930             "FEEDER    FILE       BLOCKS    SETS    ZD    CT ".
004940     05  FILLER                  PIC X(48) VALUE
004950             "   OV    SP    CB    UR  OTHR    TOTAL  STATUS  ".
004960     05  FILLER                  PIC X(35) VALUE SPACES.
004970
004980 01  RPT-DIST-LINE.
004990     05  FILLER                  PIC X(01) VALUE SPACE.
005000     05  RPT-DS-FEEDER           PIC X(08).
005010     05  FILLER                  PIC X(02) VALUE SPACES.
005020     05  RPT-DS-FILE             PIC X(08).
005030     05  FILLER                  PIC X(01) VALUE SPACE.
005040     05  RPT-DS-BLOCKS           PIC Z(06)9.
005050     05  RPT-DS-SETS             PIC Z(07)9.
005060     05  RPT-DS-RSN OCCURS 7 TIMES.
005070         10  FILLER              PIC X(01).
005080         10  RPT-DS-RSN-COUNT    PIC ZZZZ9.
005090     05  RPT-DS-TOTAL            PIC Z(08)9.
005100     05  FILLER                  PIC X(02) VALUE SPACES.
005110     05  RPT-DS-STATUS           PIC X(30).
005120     05  FILLER                  PIC X(15) VALUE SPACES.
005130
005140 01  RPT-SUMMARY-LINE.
005150     05  FILLER                  PIC X(01) VALUE SPACE.
005160     05  RPT-SUM-LABEL           PIC X(40).
005170     05  RPT-SUM-VALUE           PIC Z(06)9.
005180     05  FILLER                  PIC X(84) VALUE SPACES.
005190
005200 01  RPT-NONE-LINE.
005210     05  FILLER                  PIC X(01) VALUE SPACE.
005220     05  FILLER                  PIC X(06) VALUE "(NONE)".
005230     05  FILLER                  PIC X(125) VALUE SPACES.
005240 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
005250
005260 PROCEDURE DIVISION.
005270*--------------------------------------------------------------*
005280*    0000-MAINLINE - OVERALL JOB CONTROL.  A FEEDER'S FAILED
005290*        BLOCKS LEAD ITS NOTICE FILE, AHEAD OF THE SETS THEY
005300*        SENT TO RECYCLE.
005310*--------------------------------------------------------------*
005320 0000-MAINLINE.
005330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005340     PERFORM 2000-OPEN-NOTICE-FILES THRU 2000-EXIT.
005350     MOVE "NOTICE ROWS" TO RPT-SEC-TITLE.
005360     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
005370     WRITE RPT-RECORD FROM RPT-ROW-HDR.
005380     ADD 1 TO WS-LINE-COUNT.
005390     PERFORM 3000-NOTICE-FAILED-BLOCK THRU 3000-EXIT
005400         VARYING WS-BLK-IX FROM 1 BY 1
005410         UNTIL WS-BLK-IX > WS-BLK-USED.
005420     PERFORM 3100-NOTICE-RECYCLED-SET THRU 3100-EXIT
005430         UNTIL WS-RCY-EOF.
005440     IF WS-BLOCK-NOTICES + WS-SET-NOTICES = ZERO
005450         WRITE RPT-RECORD FROM RPT-NONE-LINE
005460         ADD 1 TO WS-LINE-COUNT
005470     END-IF.
005480     PERFORM 4000-CLOSE-NOTICE-FILES THRU 4000-EXIT.
005490     PERFORM 5000-PRINT-DISTRIBUTION THRU 5000-EXIT.
005500     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
005510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005520     STOP RUN.
005530
005540*--------------------------------------------------------------*
005550*    1000-INITIALIZE - OPEN FILES, READ THE PARM CARDS, LOAD
005560*        THE SPECIES TABLE AND GRADE THE NIGHT'S BLOCKS
005570*--------------------------------------------------------------*
005580 1000-INITIALIZE.
005590     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
005600     ACCEPT WS-RUN-TIME FROM TIME.
005610     MOVE WS-RUN-MM TO WS-PRT-MM.
005620     MOVE WS-RUN-DD TO WS-PRT-DD.
005630     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
005640     MOVE WS-RUN-DATE-NUM TO WS-BUS-DATE.
005650     MOVE SPACES TO WS-FILE-USED-TABLE.
005660
005670     OPEN OUTPUT RPT-FILE.
005680     IF WS-RPT-STATUS NOT = "00"
005690         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005730     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
005740     PERFORM 1400-LOAD-SPECIES-TABLE THRU 1400-EXIT.
005750     PERFORM 1300-GRADE-CONTROL-BLOCKS THRU 1300-EXIT.
005760
005770     OPEN INPUT RCY-FILE.
005780     SET WS-RCY-NOT-EOF TO TRUE.
005790     IF WS-RCY-STATUS = "35"
005800         DISPLAY "NO RCYOUT FILE - NO SETS RECYCLED"
005810         SET WS-RCY-EOF TO TRUE
005820     ELSE
005830         IF WS-RCY-STATUS NOT = "00"
005840             DISPLAY "RCY-FILE OPEN FAILED - STATUS "
005850                 WS-RCY-STATUS
005860             MOVE 16 TO RETURN-CODE
005870             STOP RUN
005880         END-IF
005890         READ RCY-FILE
005900             AT END SET WS-RCY-EOF TO TRUE
005910         END-READ
005920     END-IF.
005930
005940     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
005950     MOVE WS-BUS-DATE TO WS-EDIT-DATE-N.
005960     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
005970     MOVE WS-EDIT-DATE-PRINT TO RPT-DL-DATE.
005980     MOVE WS-BLK-USED TO RPT-DL-BLOCKS.
005990     MOVE WS-BLK-BAD-COUNT TO RPT-DL-BAD.
006000     MOVE SPACES TO RPT-DL-NOTE.
006010     IF NOT WS-NBR-OPENED
006020         MOVE "- NO NBRFILE, BLOCKS NOT GRADED" TO RPT-DL-NOTE
006030     END-IF.
006040     IF WS-CTL-BROKEN
006050         MOVE "- H/T STRUCTURE BROKEN, LCM REFUSED IT"
006060             TO RPT-DL-NOTE
006070     END-IF.
006080     WRITE RPT-RECORD FROM RPT-DATE-LINE.
006090     ADD 1 TO WS-LINE-COUNT.
006100 1000-EXIT.
006110     EXIT.
006120
006130*--------------------------------------------------------------*
006140*    1100-READ-PARM-CARDS - OPTIONAL:
006150*        DATE=MM/DD/YYYY             BUSINESS DATE (TODAY)
006160*        FEEDER=XXXXXXXX FILE=NN     ROUTE A FEEDER'S NOTICES TO
006170*                                    NTCFILNN (01-10)
006180*--------------------------------------------------------------*
006190 1100-READ-PARM-CARDS.
006200     OPEN INPUT PARM-FILE.
006210     IF WS-PRM-STATUS = "35"
006220         GO TO 1100-EXIT
006230     END-IF.
006240     IF WS-PRM-STATUS NOT = "00"
006250         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
006260         MOVE 16 TO RETURN-CODE
006270         STOP RUN
006280     END-IF.
006290     SET WS-PRM-NOT-EOF TO TRUE.
006300     READ PARM-FILE
006310         AT END SET WS-PRM-EOF TO TRUE
006320     END-READ.
006330     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
006340         UNTIL WS-PRM-EOF.
006350     CLOSE PARM-FILE.
006360 1100-EXIT.
006370     EXIT.
006380
006390 1110-APPLY-ONE-PARM.
006400     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
006410         GO TO 1110-NEXT
006420     END-IF.
006430     IF PARM-RECORD (1:5) = "DATE="
006440         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
006450         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
006460         MOVE WS-DATE-YMD-N TO WS-BUS-DATE
006470         GO TO 1110-NEXT
006480     END-IF.
006490     IF PARM-RECORD (1:7) = "FEEDER="
006500         PERFORM 1130-ADD-FEEDER-CARD THRU 1130-EXIT
006510         GO TO 1110-NEXT
006520     END-IF.
006530     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
006540     MOVE 16 TO RETURN-CODE.
006550     STOP RUN.
006560 1110-NEXT.
006570     READ PARM-FILE
006580         AT END SET WS-PRM-EOF TO TRUE
006590     END-READ.
006600 1110-EXIT.
006610     EXIT.
006620
006630 1120-CONVERT-MDY-TO-YMD.
006640     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
006650     MOVE WS-MDY-MM TO WS-YMD-MM.
006660     MOVE WS-MDY-DD TO WS-YMD-DD.
006670     IF WS-DATE-YMD NOT NUMERIC
006680         DISPLAY "INVALID DATE ON PARM CARD - " PARM-RECORD
006690         MOVE 16 TO RETURN-CODE
006700         STOP RUN
006710     END-IF.
006720 1120-EXIT.
006730     EXIT.
006740
006750*--------------------------------------------------------------*
006760*    1130-ADD-FEEDER-CARD - FEEDER NAME AS IT APPEARS IN THE
006770*        BLOCK HEADER (COLUMNS 8-15), FILE NUMBER IN 22-23.  A
006780*        FEEDER OR A FILE NUMBER MAY BE CARDED ONLY ONCE.
006790*--------------------------------------------------------------*
006800 1130-ADD-FEEDER-CARD.
006810     MOVE PARM-RECORD (22:2) TO WS-FILE-NO-X.
006820     IF PARM-RECORD (8:8) = SPACES
006830             OR PARM-RECORD (16:6) NOT = " FILE="
006840             OR WS-FILE-NO-X NOT NUMERIC
006850         DISPLAY "INVALID FEEDER CARD - " PARM-RECORD
006860         MOVE 16 TO RETURN-CODE
006870         STOP RUN
006880     END-IF.
006890     MOVE WS-FILE-NO-X TO WS-FILE-NO.
006900     IF WS-FILE-NO = ZERO OR WS-FILE-NO > 10
006910         DISPLAY "FEEDER FILE NUMBER MUST BE 01-10 - " PARM-RECORD
006920         MOVE 16 TO RETURN-CODE
006930         STOP RUN
006940     END-IF.
006950     IF WS-FILE-USED-SW (WS-FILE-NO) = "Y"
006960         DISPLAY "NOTICE FILE ROUTED TWICE - " PARM-RECORD
006970         MOVE 16 TO RETURN-CODE
006980         STOP RUN
006990     END-IF.
007000     MOVE PARM-RECORD (8:8) TO WS-FDR-SEEK-NAME.
007010     PERFORM 3400-FIND-FEEDER THRU 3400-EXIT.
007020     IF WS-FDR-FOUND-IX > ZERO
007030         DISPLAY "FEEDER ROUTED TWICE - " PARM-RECORD
007040         MOVE 16 TO RETURN-CODE
007050         STOP RUN
007060     END-IF.
007070     PERFORM 3410-ADD-FEEDER THRU 3410-EXIT.
007080     MOVE WS-FILE-NO TO WS-FDR-FILE-NO (WS-FDR-FOUND-IX).
007090     MOVE "Y" TO WS-FILE-USED-SW (WS-FILE-NO).
007100 1130-EXIT.
007110     EXIT.
007120
007130*--------------------------------------------------------------*
007140*    1200-PRINT-HEADING - REPORT PAGE HEADER
007150*--------------------------------------------------------------*
007160 1200-PRINT-HEADING.
007170     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
007180     MOVE WS-PAGE-NO TO RPT1-PAGE.
007190     WRITE RPT-RECORD FROM RPT-HEADER-1.
007200     WRITE RPT-RECORD FROM RPT-HEADER-2.
007210     MOVE ZERO TO WS-LINE-COUNT.
007220 1200-EXIT.
007230     EXIT.
007240
007250*--------------------------------------------------------------*
007260*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
007270*--------------------------------------------------------------*
007280 1210-NEW-PAGE.
007290     ADD 1 TO WS-PAGE-NO.
007300     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
007310     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
007320 1210-EXIT.
007330     EXIT.
007340
007350*--------------------------------------------------------------*
007360*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
007370*--------------------------------------------------------------*
007380 1220-CHECK-PAGE-BREAK.
007390     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
007400         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
007410     END-IF.
007420 1220-EXIT.
007430     EXIT.
007440
007450*--------------------------------------------------------------*
007460*    1230-PRINT-SECTION-TITLE - BLANK LINE AND SECTION TITLE,
007470*        KEPT WITH AT LEAST THREE LINES OF ITS SECTION
007480*--------------------------------------------------------------*
007490 1230-PRINT-SECTION-TITLE.
007500     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
007510         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
007520     END-IF.
007530     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
007540     WRITE RPT-RECORD FROM RPT-SECTION-LINE.
007550     ADD 2 TO WS-LINE-COUNT.
007560 1230-EXIT.
007570     EXIT.
007580
007590*--------------------------------------------------------------*
007600*    1300-GRADE-CONTROL-BLOCKS - THE SAME PRE-SCAN LCM MAKES:
007610*        EACH BLOCK'S HEADER DATE, TRAILER COUNT AND HASH.  A
007620*        BROKEN H/T STRUCTURE MEANS LCM REFUSED THE WHOLE
007630*        TRANSMISSION, WHICH IS THE OPERATOR'S CALL, NOT A
007640*        FEEDER NOTICE - THE SCAN STOPS AND NO BLOCK IS
007650*        NOTICED.  WITHOUT AN NBRFILE ONLY RCYOUT IS NOTICED.
007660*--------------------------------------------------------------*
007670 1300-GRADE-CONTROL-BLOCKS.
007680     MOVE ZERO TO WS-BLK-USED.
007690     MOVE ZERO TO WS-BLK-BAD-COUNT.
007700     OPEN INPUT NBR-FILE.
007710     IF WS-NBR-STATUS = "35"
007720         DISPLAY "NO NBRFILE - CONTROL BLOCKS NOT GRADED"
007730         GO TO 1300-EXIT
007740     END-IF.
007750     IF WS-NBR-STATUS NOT = "00"
007760         DISPLAY "NBR-FILE OPEN FAILED - STATUS " WS-NBR-STATUS
007770         MOVE 16 TO RETURN-CODE
007780         STOP RUN
007790     END-IF.
007800     MOVE "Y" TO WS-NBR-OPEN-SW.
007810     SET WS-NBR-NOT-EOF TO TRUE.
007820     READ NBR-FILE
007830         AT END SET WS-NBR-EOF TO TRUE
007840     END-READ.
007850     PERFORM 1310-SCAN-ONE-CONTROL-REC THRU 1310-EXIT
007860         UNTIL WS-NBR-EOF OR WS-CTL-BROKEN.
007870     IF WS-CTL-IN-BLOCK AND NOT WS-CTL-BROKEN
007880         MOVE "BLOCK WITHOUT TRAILER RECORD" TO WS-CTL-FAIL-MSG
007890         PERFORM 1340-STRUCTURE-BROKEN THRU 1340-EXIT
007900     END-IF.
007910     CLOSE NBR-FILE.
007920     IF WS-CTL-BROKEN
007930         MOVE ZERO TO WS-BLK-USED
007940         MOVE ZERO TO WS-BLK-BAD-COUNT
007950     END-IF.
007960 1300-EXIT.
007970     EXIT.
007980
007990 1310-SCAN-ONE-CONTROL-REC.
008000     IF NBR-HEADER-RECORD
008010         PERFORM 1315-OPEN-ONE-BLOCK THRU 1315-EXIT
008020     ELSE
008030         IF NBR-TRAILER-RECORD
008040             PERFORM 1316-CLOSE-ONE-BLOCK THRU 1316-EXIT
008050         ELSE
008060             IF NOT WS-CTL-IN-BLOCK
008070                 MOVE "DETAIL OUTSIDE AN H/T BLOCK"
008080                     TO WS-CTL-FAIL-MSG
008090                 PERFORM 1340-STRUCTURE-BROKEN THRU 1340-EXIT
008100                 GO TO 1310-EXIT
008110             END-IF
008120             ADD 1 TO WS-CTL-DETAIL-COUNT
008130             PERFORM 1320-ADD-RECORD-TO-HASH THRU 1320-EXIT
008140         END-IF
008150     END-IF.
008160     READ NBR-FILE
008170         AT END SET WS-NBR-EOF TO TRUE
008180     END-READ.
008190 1310-EXIT.
008200     EXIT.
008210
008220 1315-OPEN-ONE-BLOCK.
008230     IF WS-CTL-IN-BLOCK
008240         MOVE "HEADER INSIDE AN OPEN BLOCK" TO WS-CTL-FAIL-MSG
008250         PERFORM 1340-STRUCTURE-BROKEN THRU 1340-EXIT
008260         GO TO 1315-EXIT
008270     END-IF.
008280     IF WS-BLK-USED = WS-BLK-MAX
008290         MOVE "MORE THAN 10 CONTROL BLOCKS" TO WS-CTL-FAIL-MSG
008300         PERFORM 1340-STRUCTURE-BROKEN THRU 1340-EXIT
008310         GO TO 1315-EXIT
008320     END-IF.
008330     ADD 1 TO WS-BLK-USED.
008340     MOVE NBR-H-SOURCE TO WS-BLK-SOURCE (WS-BLK-USED).
008350     MOVE ZERO TO WS-BLK-DETAILS (WS-BLK-USED).
008360     MOVE "G" TO WS-BLK-STATUS-SW (WS-BLK-USED).
008370     MOVE SPACES TO WS-BLK-FAIL-TEXT (WS-BLK-USED).
008380     MOVE ZERO TO WS-CTL-DETAIL-COUNT.
008390     MOVE ZERO TO WS-CTL-HASH.
008400     MOVE "Y" TO WS-CTL-IN-BLOCK-SW.
008410     IF NBR-H-FILE-DATE NOT NUMERIC
008420         MOVE "B" TO WS-BLK-STATUS-SW (WS-BLK-USED)
008430         MOVE "HEADER FILE DATE NOT NUMERIC"
008440             TO WS-BLK-FAIL-TEXT (WS-BLK-USED)
008450         GO TO 1315-EXIT
008460     END-IF.
008470     IF NBR-H-FILE-DATE NOT = WS-BUS-DATE
008480         MOVE "B" TO WS-BLK-STATUS-SW (WS-BLK-USED)
008490         STRING "HEADER FILE DATE " DELIMITED BY SIZE
008500             NBR-H-FILE-DATE DELIMITED BY SIZE
008510             " NOT THE BUSINESS DATE " DELIMITED BY SIZE
008520             WS-BUS-DATE DELIMITED BY SIZE
008530             INTO WS-BLK-FAIL-TEXT (WS-BLK-USED)
008540         END-STRING
008550     END-IF.
008560 1315-EXIT.
008570     EXIT.
008580
008590 1316-CLOSE-ONE-BLOCK.
008600     IF NOT WS-CTL-IN-BLOCK
008610         MOVE "TRAILER WITHOUT HEADER RECORD" TO WS-CTL-FAIL-MSG
008620         PERFORM 1340-STRUCTURE-BROKEN THRU 1340-EXIT
008630         GO TO 1316-EXIT
008640     END-IF.
008650     MOVE WS-CTL-DETAIL-COUNT TO WS-BLK-DETAILS (WS-BLK-USED).
008660     IF WS-BLK-BAD (WS-BLK-USED)
008670         GO TO 1316-CLOSE
008680     END-IF.
008690     IF NBR-T-REC-COUNT NOT NUMERIC
008700             OR NBR-T-HASH-TOTAL NOT NUMERIC
008710         MOVE "B" TO WS-BLK-STATUS-SW (WS-BLK-USED)
008720         MOVE "TRAILER COUNT OR HASH NOT NUMERIC"
008730             TO WS-BLK-FAIL-TEXT (WS-BLK-USED)
008740         GO TO 1316-CLOSE
008750     END-IF.
008760     IF NBR-T-REC-COUNT NOT = WS-CTL-DETAIL-COUNT
008770         MOVE "B" TO WS-BLK-STATUS-SW (WS-BLK-USED)
008780         STRING "TRAILER COUNT " DELIMITED BY SIZE
008790             NBR-T-REC-COUNT DELIMITED BY SIZE
008800             " BUT " DELIMITED BY SIZE
008810             WS-CTL-DETAIL-COUNT DELIMITED BY SIZE
008820             " RECORDS RECEIVED" DELIMITED BY SIZE
008830             INTO WS-BLK-FAIL-TEXT (WS-BLK-USED)
008840         END-STRING
008850         GO TO 1316-CLOSE
008860     END-IF.
008870     IF NBR-T-HASH-TOTAL NOT = WS-CTL-HASH
008880         MOVE "B" TO WS-BLK-STATUS-SW (WS-BLK-USED)
008890         STRING "TRAILER HASH " DELIMITED BY SIZE
008900             NBR-T-HASH-TOTAL DELIMITED BY SIZE
008910             " BUT RECEIVED " DELIMITED BY SIZE
008920             WS-CTL-HASH DELIMITED BY SIZE
008930             INTO WS-BLK-FAIL-TEXT (WS-BLK-USED)
008940         END-STRING
008950     END-IF.
008960 1316-CLOSE.
008970     MOVE "N" TO WS-CTL-IN-BLOCK-SW.
008980     IF WS-BLK-BAD (WS-BLK-USED)
008990         ADD 1 TO WS-BLK-BAD-COUNT
009000     END-IF.
009010 1316-EXIT.
009020     EXIT.
009030
009040 1320-ADD-RECORD-TO-HASH.
009050     IF NBR-MULTI-FORMAT
009060         ADD NBR-M-SET-ID TO WS-CTL-HASH
009070         PERFORM 1330-HASH-ONE-M-VALUE THRU 1330-EXIT
009080             VARYING I FROM 1 BY 1 UNTIL I > 25
009090     ELSE
009100         ADD NBR-L-SET-ID TO WS-CTL-HASH
009110         PERFORM 1335-HASH-ONE-L-VALUE THRU 1335-EXIT
009120             VARYING I FROM 1 BY 1 UNTIL I > 25
009130     END-IF.
009140 1320-EXIT.
009150     EXIT.
009160
009170 1330-HASH-ONE-M-VALUE.
009180     ADD NBR-M-VALUES (I) TO WS-CTL-HASH.
009190 1330-EXIT.
009200     EXIT.
009210
009220 1335-HASH-ONE-L-VALUE.
009230     ADD NBR-L-VALUES (I) TO WS-CTL-HASH.
009240 1335-EXIT.
009250     EXIT.
009260
009270 1340-STRUCTURE-BROKEN.
009280     DISPLAY "NBRFILE STRUCTURE BROKEN - " WS-CTL-FAIL-MSG.
009290     DISPLAY "LCM REFUSED THE TRANSMISSION - NO BLOCK NOTICES".
009300     MOVE "Y" TO WS-CTL-BROKEN-SW.
009310 1340-EXIT.
009320     EXIT.
009330
009340*--------------------------------------------------------------*
009350*    1400-LOAD-SPECIES-TABLE - THE VERSION OF EACH CODE IN
009360*        EFFECT ON THE BUSINESS DATE, AS LCM LOADS IT.  THE
009370*        SPECFILE IS OPTIONAL HERE.
009380*--------------------------------------------------------------*
009390 1400-LOAD-SPECIES-TABLE.
009400     PERFORM 1405-CLEAR-ONE-SPECIES THRU 1405-EXIT
009410         VARYING I FROM 1 BY 1 UNTIL I > WS-SPC-TABLE-MAX.
009420     OPEN INPUT SPEC-FILE.
009430     IF WS-SPC-STATUS = "35"
009440         DISPLAY "NO SPECFILE - SPECIES CODES CHECKED FOR FORM"
009450         GO TO 1400-EXIT
009460     END-IF.
009470     IF WS-SPC-STATUS NOT = "00"
009480         DISPLAY "SPEC-FILE OPEN FAILED - STATUS " WS-SPC-STATUS
009490         MOVE 16 TO RETURN-CODE
009500         STOP RUN
009510     END-IF.
009520     MOVE "Y" TO WS-SPC-FILE-SW.
009530     SET WS-SPC-NOT-EOF TO TRUE.
009540     READ SPEC-FILE
009550         AT END SET WS-SPC-EOF TO TRUE
009560     END-READ.
009570     PERFORM 1410-LOAD-ONE-SPECIES THRU 1410-EXIT
009580         UNTIL WS-SPC-EOF.
009590     CLOSE SPEC-FILE.
009600 1400-EXIT.
009610     EXIT.
009620
009630 1405-CLEAR-ONE-SPECIES.
009640     MOVE "N" TO WS-SPC-LOADED-SW (I).
009650     MOVE "I" TO WS-SPC-ACTIVE-SW (I).
009660     MOVE ZERO TO WS-SPC-EFF-DATE (I).
009670 1405-EXIT.
009680     EXIT.
009690
009700 1410-LOAD-ONE-SPECIES.
009710     IF SPEC-CODE NOT NUMERIC OR SPEC-CODE = ZERO
009720             OR SPEC-CODE > WS-SPC-TABLE-MAX
009730         GO TO 1410-NEXT
009740     END-IF.
009750     IF SPEC-EFF-DATE NUMERIC
009760         MOVE SPEC-EFF-DATE TO WS-SPC-EFF-WORK
009770     ELSE
009780         MOVE ZERO TO WS-SPC-EFF-WORK
009790     END-IF.
009800     IF WS-SPC-EFF-WORK > WS-BUS-DATE
009810         GO TO 1410-NEXT
009820     END-IF.
009830     IF WS-SPC-LOADED (SPEC-CODE)
009840             AND WS-SPC-EFF-WORK < WS-SPC-EFF-DATE (SPEC-CODE)
009850         GO TO 1410-NEXT
009860     END-IF.
009870     MOVE "Y" TO WS-SPC-LOADED-SW (SPEC-CODE).
009880     MOVE SPEC-ACTIVE-FLAG TO WS-SPC-ACTIVE-SW (SPEC-CODE).
009890     MOVE WS-SPC-EFF-WORK TO WS-SPC-EFF-DATE (SPEC-CODE).
009900 1410-NEXT.
009910     READ SPEC-FILE
009920         AT END SET WS-SPC-EOF TO TRUE
009930     END-READ.
009940 1410-EXIT.
009950     EXIT.
009960
009970*--------------------------------------------------------------*
009980*    2000-OPEN-NOTICE-FILES - EVERY ROUTED FEEDER GETS A FILE
009990*        EACH NIGHT, EVEN WITH NOTHING TO REPORT, SO A MISSING
010000*        FILE ON THEIR SIDE MEANS THE JOB DID NOT RUN
010010*--------------------------------------------------------------*
010020 2000-OPEN-NOTICE-FILES.
010030     PERFORM 2010-OPEN-ONE-FEEDER-FILE THRU 2010-EXIT
010040         VARYING WS-FDR-IX FROM 1 BY 1
010050         UNTIL WS-FDR-IX > WS-FDR-COUNT.
010060 2000-EXIT.
010070     EXIT.
010080
010090 2010-OPEN-ONE-FEEDER-FILE.
010100     MOVE WS-FDR-FILE-NO (WS-FDR-IX) TO WS-NTC-FILE-NO.
010110     PERFORM 6100-OPEN-NOTICE-FILE THRU 6100-EXIT.
010120     MOVE SPACES TO NTC-RECORD.
010130     MOVE "H" TO NTC-REC-TYPE.
010140     MOVE WS-FDR-NAME (WS-FDR-IX) TO NTC-FEEDER.
010150     MOVE WS-BUS-DATE TO NTC-H-BUS-DATE.
010160     MOVE WS-RUN-DATE-NUM TO NTC-H-CREATED-DATE.
010170     MOVE WS-RUN-TIME (1:6) TO NTC-H-CREATED-TIME.
010180     MOVE WS-NTC-FILE-NO TO NTC-H-FILE-NO.
010190     PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT.
010200     ADD 1 TO WS-FILES-WRITTEN.
010210 2010-EXIT.
010220     EXIT.
010230
010240*--------------------------------------------------------------*
010250*    3000-NOTICE-FAILED-BLOCK - ONE B ROW PER BLOCK THAT FAILED
010260*        ITS CONTROL CHECK, NAMING THE CHECK
010270*--------------------------------------------------------------*
010280 3000-NOTICE-FAILED-BLOCK.
010290     IF NOT WS-BLK-BAD (WS-BLK-IX)
010300         GO TO 3000-EXIT
010310     END-IF.
010320     ADD 1 TO WS-BLOCK-NOTICES.
010330     MOVE WS-BLK-SOURCE (WS-BLK-IX) TO WS-FDR-SEEK-NAME.
010340     PERFORM 3450-ROUTE-FEEDER THRU 3450-EXIT.
010350     ADD 1 TO WS-FDR-BLOCK-ROWS (WS-FDR-FOUND-IX).
010360     MOVE SPACES TO NTC-RECORD.
010370     MOVE "B" TO NTC-REC-TYPE.
010380     MOVE WS-FDR-SEEK-NAME TO NTC-FEEDER.
010390     MOVE WS-BLK-IX TO NTC-B-BLOCK-NO.
010400     MOVE "CB" TO NTC-B-REASON.
010410     PERFORM 3460-FIND-REASON THRU 3460-EXIT.
010420     MOVE WS-RSN-TEXT (WS-RSN-FOUND-IX) TO NTC-B-REASON-TEXT.
010430     MOVE WS-BLK-FAIL-TEXT (WS-BLK-IX) TO NTC-B-FAILED-CHECK.
010440     MOVE WS-BLK-DETAILS (WS-BLK-IX) TO NTC-B-DETAIL-COUNT.
010450     MOVE SPACES TO RPT-RW-NOTICE.
010460     STRING "BLOCK " DELIMITED BY SIZE
010470         NTC-B-BLOCK-NO DELIMITED BY SIZE
010480         INTO RPT-RW-NOTICE
010490     END-STRING.
010500     MOVE NTC-B-REASON TO RPT-RW-REASON.
010510     MOVE NTC-B-FAILED-CHECK TO RPT-RW-FAILED.
010520     PERFORM 3500-POST-NOTICE-ROW THRU 3500-EXIT.
010530 3000-EXIT.
010540     EXIT.
010550
010560*--------------------------------------------------------------*
010570*    3100-NOTICE-RECYCLED-SET - ONE D ROW PER RCYOUT RECORD.
010580*        THE FEEDER IS THE SOURCE LCM CARRIED ON THE RECORD -
010590*        A SET THAT FAILED AGAIN ON A RESUBMIT STILL GOES BACK
010600*        TO THE FEEDER THAT FIRST SENT IT.
010610*--------------------------------------------------------------*
010620 3100-NOTICE-RECYCLED-SET.
010630     ADD 1 TO WS-RCY-READ.
010640     ADD 1 TO WS-SET-NOTICES.
010650     MOVE RCY-SOURCE TO WS-FDR-SEEK-NAME.
010660     IF WS-FDR-SEEK-NAME = SPACES
010670         MOVE "UNKNOWN" TO WS-FDR-SEEK-NAME
010680     END-IF.
010690     PERFORM 3450-ROUTE-FEEDER THRU 3450-EXIT.
010700     ADD 1 TO WS-FDR-SET-ROWS (WS-FDR-FOUND-IX).
010710     MOVE RCY-NBR-DATA TO RJT-INPUT-AREA.
010720     PERFORM 3200-NAME-FAILED-FIELDS THRU 3200-EXIT.
010730     MOVE SPACES TO NTC-RECORD.
010740     MOVE "D" TO NTC-REC-TYPE.
010750     MOVE WS-FDR-SEEK-NAME TO NTC-FEEDER.
010760     MOVE RJT-SET-ID TO NTC-D-SET-ID.
010770     MOVE RCY-REASON TO NTC-D-REASON.
010780     PERFORM 3460-FIND-REASON THRU 3460-EXIT.
010790     MOVE WS-RSN-TEXT (WS-RSN-FOUND-IX) TO NTC-D-REASON-TEXT.
010800     MOVE WS-FAIL-TEXT TO NTC-D-FAILED-FIELDS.
010810     MOVE RCY-RUN-DATE TO NTC-D-FIRST-RUN-DATE.
010820     MOVE RCY-NBR-DATA TO NTC-D-NBR-DATA.
010830     MOVE SPACES TO RPT-RW-NOTICE.
010840     STRING "SET " DELIMITED BY SIZE
010850         RJT-SET-ID DELIMITED BY SIZE
010860         INTO RPT-RW-NOTICE
010870     END-STRING.
010880     MOVE NTC-D-REASON TO RPT-RW-REASON.
010890     MOVE NTC-D-FAILED-FIELDS TO RPT-RW-FAILED.
010900     PERFORM 3500-POST-NOTICE-ROW THRU 3500-EXIT.
010910     READ RCY-FILE
010920         AT END SET WS-RCY-EOF TO TRUE
010930     END-READ.
010940 3100-EXIT.
010950     EXIT.
010960
010970*--------------------------------------------------------------*
010980*    3200-NAME-FAILED-FIELDS - RE-EDIT THE SET THE WAY LCM
010990*        DID AND NAME EVERY FIELD THAT FAILS: THE VALUE COUNT,
011000*        EACH ZERO, NON-NUMERIC OR DUPLICATE VALUE, AND THE
011010*        SPECIES COUNT AND CODES.  CB AND UR ARE NOT FIELD
011020*        FAULTS AND SAY WHAT HELD THE SET; AN OV SET WHOSE
011030*        FIELDS ALL PASS NAMES ITS VALUES AS A WHOLE.
011040*--------------------------------------------------------------*
011050 3200-NAME-FAILED-FIELDS.
011060     MOVE SPACES TO WS-FAIL-TEXT.
011070     MOVE 1 TO WS-FAIL-PTR.
011080     MOVE "N" TO WS-FAIL-FULL-SW.
011090     IF RJT-MULTI-FORMAT
011100         MOVE RJT-M-SET-ID TO RJT-SET-ID
011110         MOVE RJT-M-COUNT TO RJT-COUNT-X
011120         MOVE RJT-M-SPECIES-CT TO RJT-SPECIES-CT-X
011130         PERFORM 3205-TAKE-ONE-M-FIELD THRU 3205-EXIT
011140             VARYING I FROM 1 BY 1 UNTIL I > 25
011150     ELSE
011160         MOVE RJT-L-SET-ID TO RJT-SET-ID
011170         MOVE RJT-L-COUNT TO RJT-COUNT-X
011180         MOVE "2" TO RJT-SPECIES-CT-X
011190         PERFORM 3206-TAKE-ONE-L-FIELD THRU 3206-EXIT
011200             VARYING I FROM 1 BY 1 UNTIL I > 25
011210     END-IF.
011220     IF RCY-REASON = "CB"
011230         MOVE "SET HELD - ITS CONTROL BLOCK FAILED, SEE B ROW"
011240             TO WS-FAIL-TEXT
011250         GO TO 3200-EXIT
011260     END-IF.
011270     IF RCY-REASON = "UR"
011280         MOVE "SET ID NOT ACTIVE ON THE SET REGISTRY"
011290             TO WS-FAIL-TEXT
011300         GO TO 3200-EXIT
011310     END-IF.
011320     MOVE "Y" TO RJT-VALUES-OK-SW.
011330     IF RJT-COUNT-X NOT NUMERIC
011340         MOVE "N" TO RJT-VALUES-OK-SW
011350         MOVE "VALUE COUNT NOT NUMERIC" TO WS-FAIL-TOKEN
011360         PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
011370     ELSE
011380         IF RJT-COUNT = ZERO OR RJT-COUNT > 25
011390             MOVE "N" TO RJT-VALUES-OK-SW
011400             MOVE SPACES TO WS-FAIL-TOKEN
011410             STRING "VALUE COUNT " DELIMITED BY SIZE
011420                 RJT-COUNT-X DELIMITED BY SIZE
011430                 " NOT 01-25" DELIMITED BY SIZE
011440                 INTO WS-FAIL-TOKEN
011450             END-STRING
011460             PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
011470         ELSE
011480             PERFORM 3210-EDIT-ONE-VALUE THRU 3210-EXIT
011490                 VARYING I FROM 1 BY 1 UNTIL I > RJT-COUNT
011500         END-IF
011510     END-IF.
011520     IF RCY-REASON = "OV" AND RJT-VALUES-OK
011530         MOVE SPACES TO WS-FAIL-TOKEN
011540         STRING "VALUES 01-" DELIMITED BY SIZE
011550             RJT-COUNT-X DELIMITED BY SIZE
011560             " - LCM OVER 48 DIGITS" DELIMITED BY SIZE
011570             INTO WS-FAIL-TOKEN
011580         END-STRING
011590         PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
011600     END-IF.
011610     IF RJT-SPECIES-CT-X NOT NUMERIC
011620         MOVE "SPECIES COUNT NOT NUMERIC" TO WS-FAIL-TOKEN
011630         PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
011640     ELSE
011650         IF RJT-SPECIES-CT = ZERO OR RJT-SPECIES-CT > 5
011660             MOVE SPACES TO WS-FAIL-TOKEN
011670             STRING "SPECIES COUNT " DELIMITED BY SIZE
011680                 RJT-SPECIES-CT-X DELIMITED BY SIZE
011690                 " NOT 1-5" DELIMITED BY SIZE
011700                 INTO WS-FAIL-TOKEN
011710             END-STRING
011720             PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
011730         ELSE
011740             PERFORM 3230-EDIT-ONE-SPECIES THRU 3230-EXIT
011750                 VARYING I FROM 1 BY 1 UNTIL I > RJT-SPECIES-CT
011760         END-IF
011770     END-IF.
011780     IF WS-FAIL-TEXT = SPACES AND RCY-REASON = "SP"
011790         MOVE "SPECIES CODE(S) NOT ON FILE OR INACTIVE"
011800             TO WS-FAIL-TOKEN
011810         PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
011820     END-IF.
011830     IF WS-FAIL-TEXT = SPACES
011840         MOVE "NO FIELD FAULT FOUND - SEE REASON" TO WS-FAIL-TEXT
011850     END-IF.
011860 3200-EXIT.
011870     EXIT.
011880
011890 3205-TAKE-ONE-M-FIELD.
011900     MOVE RJT-M-VALUES (I) TO RJT-VALUE-X (I).
011910     IF I NOT > 5
011920         MOVE RJT-M-SPECIES-CODE (I) TO RJT-SPECIES-X (I)
011930     END-IF.
011940 3205-EXIT.
011950     EXIT.
011960
011970 3206-TAKE-ONE-L-FIELD.
011980     MOVE RJT-L-VALUES (I) TO RJT-VALUE-X (I).
011990     IF I NOT > 2
012000         MOVE RJT-L-SPECIES-CODE (I) TO RJT-SPECIES-X (I)
012010     END-IF.
012020     IF I > 2 AND I NOT > 5
012030         MOVE "00" TO RJT-SPECIES-X (I)
012040     END-IF.
012050 3206-EXIT.
012060     EXIT.
012070
012080 3210-EDIT-ONE-VALUE.
012090     MOVE RJT-VALUE-X (I) TO RJT-VALUE-WORK.
012100     MOVE I TO WS-POS-EDIT.
012110     MOVE SPACES TO WS-FAIL-TOKEN.
012120     IF RJT-VALUE-WORK NOT NUMERIC
012130         STRING "VALUE " DELIMITED BY SIZE
012140             WS-POS-EDIT DELIMITED BY SIZE
012150             " NOT NUMERIC" DELIMITED BY SIZE
012160             INTO WS-FAIL-TOKEN
012170         END-STRING
012180         PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
012190         GO TO 3210-EXIT
012200     END-IF.
012210     IF RJT-VALUE-N = ZERO
012220         STRING "VALUE " DELIMITED BY SIZE
012230             WS-POS-EDIT DELIMITED BY SIZE
012240             " ZERO" DELIMITED BY SIZE
012250             INTO WS-FAIL-TOKEN
012260         END-STRING
012270         PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
012280         GO TO 3210-EXIT
012290     END-IF.
012300     MOVE ZERO TO J.
012310     IF I > 1
012320         PERFORM 3220-DUPLICATE-SCAN THRU 3220-EXIT
012330             VARYING J FROM 1 BY 1 UNTIL J >= I
012340     END-IF.
012350 3210-EXIT.
012360     EXIT.
012370
012380 3220-DUPLICATE-SCAN.
012390     IF RJT-VALUE-X (J) = RJT-VALUE-WORK
012400         MOVE SPACES TO WS-FAIL-TOKEN
012410         STRING "VALUE " DELIMITED BY SIZE
012420             WS-POS-EDIT DELIMITED BY SIZE
012430             " DUPLICATES VALUE " DELIMITED BY SIZE
012440             J DELIMITED BY SIZE
012450             INTO WS-FAIL-TOKEN
012460         END-STRING
012470         PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
012480         MOVE I TO J
012490     END-IF.
012500 3220-EXIT.
012510     EXIT.
012520
012530 3230-EDIT-ONE-SPECIES.
012540     MOVE RJT-SPECIES-X (I) TO RJT-CODE-WORK.
012550     MOVE I TO WS-POS-EDIT.
012560     MOVE SPACES TO WS-FAIL-TOKEN.
012570     IF RJT-CODE-WORK NOT NUMERIC
012580         STRING "SPECIES " DELIMITED BY SIZE
012590             WS-POS-EDIT DELIMITED BY SIZE
012600             " CODE NOT NUMERIC" DELIMITED BY SIZE
012610             INTO WS-FAIL-TOKEN
012620         END-STRING
012630         PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT
012640         GO TO 3230-EXIT
012650     END-IF.
012660     MOVE SPACES TO WS-SPC-FAULT.
012670     IF RJT-CODE-N = ZERO OR RJT-CODE-N > WS-SPC-TABLE-MAX
012680         MOVE " NOT 01-20" TO WS-SPC-FAULT
012690     ELSE
012700         IF WS-SPC-FILE-LOADED
012710             IF NOT WS-SPC-LOADED (RJT-CODE-N)
012720                 MOVE " NOT ON FILE" TO WS-SPC-FAULT
012730             ELSE
012740                 IF NOT WS-SPC-ACTIVE (RJT-CODE-N)
012750                     MOVE " INACTIVE" TO WS-SPC-FAULT
012760                 END-IF
012770             END-IF
012780         END-IF
012790     END-IF.
012800     IF WS-SPC-FAULT = SPACES
012810         GO TO 3230-EXIT
012820     END-IF.
012830     STRING "SPECIES " DELIMITED BY SIZE
012840         WS-POS-EDIT DELIMITED BY SIZE
012850         " CODE " DELIMITED BY SIZE
012860         RJT-CODE-WORK DELIMITED BY SIZE
012870         WS-SPC-FAULT DELIMITED BY SIZE
012880         INTO WS-FAIL-TOKEN
012890     END-STRING.
012900     PERFORM 3290-APPEND-FAIL-TOKEN THRU 3290-EXIT.
012910 3230-EXIT.
012920     EXIT.
012930
012940*--------------------------------------------------------------*
012950*    3290-APPEND-FAIL-TOKEN - ADD WS-FAIL-TOKEN TO THE FAILED-
012960*        FIELDS TEXT, COMMA-SEPARATED; MARK "+" WHEN FULL
012970*--------------------------------------------------------------*
012980 3290-APPEND-FAIL-TOKEN.
012990     IF WS-FAIL-FULL
013000         GO TO 3290-EXIT
013010     END-IF.
013020     IF WS-FAIL-PTR > 1
013030         STRING ", " DELIMITED BY SIZE
013040             INTO WS-FAIL-TEXT
013050             WITH POINTER WS-FAIL-PTR
013060             ON OVERFLOW MOVE "Y" TO WS-FAIL-FULL-SW
013070         END-STRING
013080     END-IF.
013090     IF NOT WS-FAIL-FULL
013100         STRING WS-FAIL-TOKEN DELIMITED BY "  "
013110             INTO WS-FAIL-TEXT
013120             WITH POINTER WS-FAIL-PTR
013130             ON OVERFLOW MOVE "Y" TO WS-FAIL-FULL-SW
013140         END-STRING
013150     END-IF.
013160     IF WS-FAIL-FULL
013170         MOVE "+" TO WS-FAIL-TEXT (76:1)
013180     END-IF.
013190 3290-EXIT.
013200     EXIT.
013210
013220*--------------------------------------------------------------*
013230*    3400-FIND-FEEDER - WS-FDR-SEEK-NAME IN THE FEEDER TABLE
013240*--------------------------------------------------------------*
013250 3400-FIND-FEEDER.
013260     MOVE ZERO TO WS-FDR-FOUND-IX.
013270     PERFORM 3405-MATCH-ONE-FEEDER THRU 3405-EXIT
013280         VARYING WS-FDR-IX FROM 1 BY 1
013290         UNTIL WS-FDR-IX > WS-FDR-COUNT
013300             OR WS-FDR-FOUND-IX > ZERO.
013310 3400-EXIT.
013320     EXIT.
013330
013340 3405-MATCH-ONE-FEEDER.
013350     IF WS-FDR-NAME (WS-FDR-IX) = WS-FDR-SEEK-NAME
013360         MOVE WS-FDR-IX TO WS-FDR-FOUND-IX
013370     END-IF.
013380 3405-EXIT.
013390     EXIT.
013400
013410 3410-ADD-FEEDER.
013420     IF WS-FDR-COUNT = WS-FDR-MAX
013430         DISPLAY "MORE THAN " WS-FDR-MAX " FEEDERS - "
013440             WS-FDR-SEEK-NAME
013450         MOVE 16 TO RETURN-CODE
013460         STOP RUN
013470     END-IF.
013480     ADD 1 TO WS-FDR-COUNT.
013490     MOVE WS-FDR-COUNT TO WS-FDR-FOUND-IX.
013500     MOVE WS-FDR-SEEK-NAME TO WS-FDR-NAME (WS-FDR-COUNT).
013510     MOVE ZERO TO WS-FDR-FILE-NO (WS-FDR-COUNT).
013520     MOVE ZERO TO WS-FDR-BLOCK-ROWS (WS-FDR-COUNT).
013530     MOVE ZERO TO WS-FDR-SET-ROWS (WS-FDR-COUNT).
013540     PERFORM 3415-CLEAR-ONE-COUNT THRU 3415-EXIT
013550         VARYING WS-RSN-IX FROM 1 BY 1 UNTIL WS-RSN-IX > 7.
013560 3410-EXIT.
013570     EXIT.
013580
013590 3415-CLEAR-ONE-COUNT.
013600     MOVE ZERO TO WS-FDR-RSN-COUNT (WS-FDR-COUNT, WS-RSN-IX).
013610 3415-EXIT.
013620     EXIT.
013630
013640*--------------------------------------------------------------*
013650*    3450-ROUTE-FEEDER - THE FEEDER'S TABLE ENTRY, ADDED
013660*        UNROUTED WHEN NO FEEDER= CARD NAMED IT
013670*--------------------------------------------------------------*
013680 3450-ROUTE-FEEDER.
013690     PERFORM 3400-FIND-FEEDER THRU 3400-EXIT.
013700     IF WS-FDR-FOUND-IX = ZERO
013710         PERFORM 3410-ADD-FEEDER THRU 3410-EXIT
013720     END-IF.
013730 3450-EXIT.
013740     EXIT.
013750
013760*--------------------------------------------------------------*
013770*    3460-FIND-REASON - NTC-D-REASON / NTC-B-REASON IN THE
013780*        REASON TABLE; UNKNOWN CODES TAKE THE LAST ENTRY
013790*--------------------------------------------------------------*
013800 3460-FIND-REASON.
013810     MOVE 7 TO WS-RSN-FOUND-IX.
013820     PERFORM 3465-MATCH-ONE-REASON THRU 3465-EXIT
013830         VARYING WS-RSN-IX FROM 1 BY 1
013840         UNTIL WS-RSN-IX > 6 OR WS-RSN-FOUND-IX < 7.
013850 3460-EXIT.
013860     EXIT.
013870
013880 3465-MATCH-ONE-REASON.
013890     IF NTC-SET-NOTICE AND NTC-D-REASON = WS-RSN-CODE (WS-RSN-IX)
013900         MOVE WS-RSN-IX TO WS-RSN-FOUND-IX
013910     END-IF.
013920     IF NTC-BLOCK-NOTICE
013930             AND NTC-B-REASON = WS-RSN-CODE (WS-RSN-IX)
013940         MOVE WS-RSN-IX TO WS-RSN-FOUND-IX
013950     END-IF.
013960 3465-EXIT.
013970     EXIT.
013980
013990*--------------------------------------------------------------*
014000*    3500-POST-NOTICE-ROW - COUNT THE ROW AGAINST ITS FEEDER
014010*        AND REASON, WRITE IT TO THE FEEDER'S FILE WHEN ONE IS
014020*        ROUTED, AND LIST IT
014030*--------------------------------------------------------------*
014040 3500-POST-NOTICE-ROW.
014050     ADD 1 TO WS-FDR-RSN-COUNT (WS-FDR-FOUND-IX, WS-RSN-FOUND-IX).
014060     MOVE WS-FDR-SEEK-NAME TO RPT-RW-FEEDER.
014070     MOVE WS-FDR-FILE-NO (WS-FDR-FOUND-IX) TO WS-NTC-FILE-NO.
014080     IF WS-NTC-FILE-NO = ZERO
014090         ADD 1 TO WS-NOTICES-NOT-SENT
014100         MOVE "--------" TO RPT-RW-FILE
014110         MOVE "NOT SENT" TO RPT-RW-NOTE
014120     ELSE
014130         PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT
014140         ADD 1 TO WS-NOTICES-SENT
014150         MOVE WS-NTC-FILE-NO TO WS-FILE-DD-NO
014160         MOVE WS-FILE-DDNAME TO RPT-RW-FILE
014170         MOVE SPACES TO RPT-RW-NOTE
014180     END-IF.
014190     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
014200     WRITE RPT-RECORD FROM RPT-ROW-LINE.
014210     ADD 1 TO WS-LINE-COUNT.
014220 3500-EXIT.
014230     EXIT.
014240
014250*--------------------------------------------------------------*
014260*    4000-CLOSE-NOTICE-FILES - COUNTED TRAILER ON EVERY ROUTED
014270*        FEEDER'S FILE
014280*--------------------------------------------------------------*
014290 4000-CLOSE-NOTICE-FILES.
014300     PERFORM 4010-CLOSE-ONE-FEEDER-FILE THRU 4010-EXIT
014310         VARYING WS-FDR-IX FROM 1 BY 1
014320         UNTIL WS-FDR-IX > WS-FDR-COUNT.
014330 4000-EXIT.
014340     EXIT.
014350
014360 4010-CLOSE-ONE-FEEDER-FILE.
014370     MOVE WS-FDR-FILE-NO (WS-FDR-IX) TO WS-NTC-FILE-NO.
014380     IF WS-NTC-FILE-NO = ZERO
014390         GO TO 4010-EXIT
014400     END-IF.
014410     MOVE SPACES TO NTC-RECORD.
014420     MOVE "T" TO NTC-REC-TYPE.
014430     MOVE WS-FDR-NAME (WS-FDR-IX) TO NTC-FEEDER.
014440     MOVE WS-FDR-BLOCK-ROWS (WS-FDR-IX) TO NTC-T-BLOCK-COUNT.
014450     MOVE WS-FDR-SET-ROWS (WS-FDR-IX) TO NTC-T-SET-COUNT.
014460     COMPUTE NTC-T-ROW-COUNT = WS-FDR-BLOCK-ROWS (WS-FDR-IX)
014470         + WS-FDR-SET-ROWS (WS-FDR-IX).
014480     PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT.
014490     PERFORM 6200-CLOSE-NOTICE-FILE THRU 6200-EXIT.
014500 4010-EXIT.
014510     EXIT.
014520
014530*--------------------------------------------------------------*
014540*    5000-PRINT-DISTRIBUTION - NOTICES PER FEEDER BY REASON
014550*--------------------------------------------------------------*
014560 5000-PRINT-DISTRIBUTION.
014570     MOVE "NOTICE DISTRIBUTION BY FEEDER" TO RPT-SEC-TITLE.
014580     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
014590     WRITE RPT-RECORD FROM RPT-DIST-HDR.
014600     ADD 1 TO WS-LINE-COUNT.
014610     IF WS-FDR-COUNT = ZERO
014620         WRITE RPT-RECORD FROM RPT-NONE-LINE
014630         ADD 1 TO WS-LINE-COUNT
014640         GO TO 5000-EXIT
014650     END-IF.
014660     PERFORM 5010-PRINT-ONE-FEEDER THRU 5010-EXIT
014670         VARYING WS-FDR-IX FROM 1 BY 1
014680         UNTIL WS-FDR-IX > WS-FDR-COUNT.
014690 5000-EXIT.
014700     EXIT.
014710
014720 5010-PRINT-ONE-FEEDER.
014730     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
014740     MOVE WS-FDR-NAME (WS-FDR-IX) TO RPT-DS-FEEDER.
014750     MOVE WS-FDR-BLOCK-ROWS (WS-FDR-IX) TO RPT-DS-BLOCKS.
014760     MOVE WS-FDR-SET-ROWS (WS-FDR-IX) TO RPT-DS-SETS.
014770     PERFORM 5020-MOVE-ONE-REASON THRU 5020-EXIT
014780         VARYING WS-RSN-IX FROM 1 BY 1 UNTIL WS-RSN-IX > 7.
014790     COMPUTE RPT-DS-TOTAL = WS-FDR-BLOCK-ROWS (WS-FDR-IX)
014800         + WS-FDR-SET-ROWS (WS-FDR-IX).
014810     IF WS-FDR-FILE-NO (WS-FDR-IX) = ZERO
014820         MOVE "--------" TO RPT-DS-FILE
014830         MOVE "NOT SENT - NO FEEDER= CARD" TO RPT-DS-STATUS
014840     ELSE
014850         MOVE WS-FDR-FILE-NO (WS-FDR-IX) TO WS-FILE-DD-NO
014860         MOVE WS-FILE-DDNAME TO RPT-DS-FILE
014870         MOVE "SENT" TO RPT-DS-STATUS
014880     END-IF.
014890     WRITE RPT-RECORD FROM RPT-DIST-LINE.
014900     ADD 1 TO WS-LINE-COUNT.
014910 5010-EXIT.
014920     EXIT.
014930
014940 5020-MOVE-ONE-REASON.
014950     MOVE SPACE TO RPT-DS-RSN (WS-RSN-IX) (1:1).
014960     MOVE WS-FDR-RSN-COUNT (WS-FDR-IX, WS-RSN-IX)
014970         TO RPT-DS-RSN-COUNT (WS-RSN-IX).
014980 5020-EXIT.
014990     EXIT.
015000
015010*--------------------------------------------------------------*
015020*    6000-WRITE-NOTICE / 6100-OPEN-NOTICE-FILE /
015030*        6200-CLOSE-NOTICE-FILE - NTC-RECORD TO, AND OPEN AND
015040*        CLOSE OF, NOTICE FILE WS-NTC-FILE-NO
015050*--------------------------------------------------------------*
015060 6000-WRITE-NOTICE.
015070     GO TO 6001-WRITE-01 6002-WRITE-02 6003-WRITE-03
015080           6004-WRITE-04 6005-WRITE-05 6006-WRITE-06
015090           6007-WRITE-07 6008-WRITE-08 6009-WRITE-09
015100           6010-WRITE-10
015110         DEPENDING ON WS-NTC-FILE-NO.
015120     GO TO 6000-EXIT.
015130 6001-WRITE-01.
015140     WRITE NTC-OUT-REC-01 FROM NTC-RECORD.
015150     GO TO 6000-CHECK.
015160 6002-WRITE-02.
015170     WRITE NTC-OUT-REC-02 FROM NTC-RECORD.
015180     GO TO 6000-CHECK.
015190 6003-WRITE-03.
015200     WRITE NTC-OUT-REC-03 FROM NTC-RECORD.
015210     GO TO 6000-CHECK.
015220 6004-WRITE-04.
015230     WRITE NTC-OUT-REC-04 FROM NTC-RECORD.
015240     GO TO 6000-CHECK.
015250 6005-WRITE-05.
015260     WRITE NTC-OUT-REC-05 FROM NTC-RECORD.
015270     GO TO 6000-CHECK.
015280 6006-WRITE-06.
015290     WRITE NTC-OUT-REC-06 FROM NTC-RECORD.
015300     GO TO 6000-CHECK.
015310 6007-WRITE-07.
015320     WRITE NTC-OUT-REC-07 FROM NTC-RECORD.
015330     GO TO 6000-CHECK.
015340 6008-WRITE-08.
015350     WRITE NTC-OUT-REC-08 FROM NTC-RECORD.
015360     GO TO 6000-CHECK.
015370 6009-WRITE-09.
015380     WRITE NTC-OUT-REC-09 FROM NTC-RECORD.
015390     GO TO 6000-CHECK.
015400 6010-WRITE-10.
015410     WRITE NTC-OUT-REC-10 FROM NTC-RECORD.
015420 6000-CHECK.
015430     IF WS-NTC-STATUS NOT = "00"
015440         DISPLAY "NOTICE FILE " WS-NTC-FILE-NO
015450             " WRITE FAILED - STATUS " WS-NTC-STATUS
015460         MOVE 16 TO RETURN-CODE
015470         STOP RUN
015480     END-IF.
015490 6000-EXIT.
015500     EXIT.
015510
015520 6100-OPEN-NOTICE-FILE.
015530     GO TO 6101-OPEN-01 6102-OPEN-02 6103-OPEN-03
015540           6104-OPEN-04 6105-OPEN-05 6106-OPEN-06
015550           6107-OPEN-07 6108-OPEN-08 6109-OPEN-09
015560           6110-OPEN-10
015570         DEPENDING ON WS-NTC-FILE-NO.
015580     GO TO 6100-EXIT.
015590 6101-OPEN-01.
015600     OPEN OUTPUT NTC-FILE-01.
015610     GO TO 6100-CHECK.
015620 6102-OPEN-02.
015630     OPEN OUTPUT NTC-FILE-02.
015640     GO TO 6100-CHECK.
015650 6103-OPEN-03.
015660     OPEN OUTPUT NTC-FILE-03.
015670     GO TO 6100-CHECK.
015680 6104-OPEN-04.
015690     OPEN OUTPUT NTC-FILE-04.
015700     GO TO 6100-CHECK.
015710 6105-OPEN-05.
015720     OPEN OUTPUT NTC-FILE-05.
015730     GO TO 6100-CHECK.
015740 6106-OPEN-06.
015750     OPEN OUTPUT NTC-FILE-06.
015760     GO TO 6100-CHECK.
015770 6107-OPEN-07.
015780     OPEN OUTPUT NTC-FILE-07.
015790     GO TO 6100-CHECK.
015800 6108-OPEN-08.
015810     OPEN OUTPUT NTC-FILE-08.
015820     GO TO 6100-CHECK.
015830 6109-OPEN-09.
015840     OPEN OUTPUT NTC-FILE-09.
015850     GO TO 6100-CHECK.
015860 6110-OPEN-10.
015870     OPEN OUTPUT NTC-FILE-10.
015880 6100-CHECK.
015890     IF WS-NTC-STATUS NOT = "00"
015900         DISPLAY "NOTICE FILE " WS-NTC-FILE-NO
015910             " OPEN FAILED - STATUS " WS-NTC-STATUS
015920         MOVE 16 TO RETURN-CODE
015930         STOP RUN
015940     END-IF.
015950 6100-EXIT.
015960     EXIT.
015970
015980 6200-CLOSE-NOTICE-FILE.
015990     GO TO 6201-CLOSE-01 6202-CLOSE-02 6203-CLOSE-03
016000           6204-CLOSE-04 6205-CLOSE-05 6206-CLOSE-06
016010           6207-CLOSE-07 6208-CLOSE-08 6209-CLOSE-09
016020           6210-CLOSE-10
016030         DEPENDING ON WS-NTC-FILE-NO.
016040     GO TO 6200-EXIT.
016050 6201-CLOSE-01.
016060     CLOSE NTC-FILE-01.
016070     GO TO 6200-EXIT.
016080 6202-CLOSE-02.
016090     CLOSE NTC-FILE-02.
016100     GO TO 6200-EXIT.
016110 6203-CLOSE-03.
016120     CLOSE NTC-FILE-03.
016130     GO TO 6200-EXIT.
016140 6204-CLOSE-04.
016150     CLOSE NTC-FILE-04.
016160     GO TO 6200-EXIT.
016170 6205-CLOSE-05.
016180     CLOSE NTC-FILE-05.
016190     GO TO 6200-EXIT.
016200 6206-CLOSE-06.
016210     CLOSE NTC-FILE-06.
016220     GO TO 6200-EXIT.
016230 6207-CLOSE-07.
016240     CLOSE NTC-FILE-07.
016250     GO TO 6200-EXIT.
016260 6208-CLOSE-08.
016270     CLOSE NTC-FILE-08.
016280     GO TO 6200-EXIT.
016290 6209-CLOSE-09.
016300     CLOSE NTC-FILE-09.
016310     GO TO 6200-EXIT.
016320 6210-CLOSE-10.
016330     CLOSE NTC-FILE-10.
016340 6200-EXIT.
016350     EXIT.
016360
016370*--------------------------------------------------------------*
016380*    2850-EDIT-DATE - WS-EDIT-DATE-N (YYYYMMDD) TO MM/DD/YYYY
016390*--------------------------------------------------------------*
016400 2850-EDIT-DATE.
016410     MOVE WS-EDT-MM TO WS-EDP-MM.
016420     MOVE WS-EDT-DD TO WS-EDP-DD.
016430     MOVE WS-EDT-YYYY TO WS-EDP-YYYY.
016440 2850-EXIT.
016450     EXIT.
016460
016470*--------------------------------------------------------------*
016480*    8000-PRODUCE-SUMMARY - RUN TOTALS.  GRADES 4 WHEN ANY
016490*        NOTICE HAD NO FEEDER FILE TO GO TO.
016500*--------------------------------------------------------------*
016510 8000-PRODUCE-SUMMARY.
016520     PERFORM 1210-NEW-PAGE THRU 1210-EXIT.
016530     MOVE "RCYOUT RECORDS READ" TO RPT-SUM-LABEL.
016540     MOVE WS-RCY-READ TO RPT-SUM-VALUE.
016550     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
016560     MOVE "FAILED-BLOCK NOTICES" TO RPT-SUM-LABEL.
016570     MOVE WS-BLOCK-NOTICES TO RPT-SUM-VALUE.
016580     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
016590     MOVE "RECYCLED-SET NOTICES" TO RPT-SUM-LABEL.
016600     MOVE WS-SET-NOTICES TO RPT-SUM-VALUE.
016610     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
016620     MOVE "NOTICES SENT" TO RPT-SUM-LABEL.
016630     MOVE WS-NOTICES-SENT TO RPT-SUM-VALUE.
016640     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
016650     MOVE "NOTICES NOT SENT - FEEDER NOT ROUTED" TO RPT-SUM-LABEL.
016660     MOVE WS-NOTICES-NOT-SENT TO RPT-SUM-VALUE.
016670     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
016680     MOVE "NOTICE FILES WRITTEN" TO RPT-SUM-LABEL.
016690     MOVE WS-FILES-WRITTEN TO RPT-SUM-VALUE.
016700     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
016710     DISPLAY "RCYOUT RECORDS READ.... " WS-RCY-READ.
016720     DISPLAY "BLOCK NOTICES.......... " WS-BLOCK-NOTICES.
016730     DISPLAY "SET NOTICES............ " WS-SET-NOTICES.
016740     DISPLAY "NOTICES NOT SENT....... " WS-NOTICES-NOT-SENT.
016750     DISPLAY "NOTICE FILES WRITTEN... " WS-FILES-WRITTEN.
016760     IF WS-NOTICES-NOT-SENT > ZERO
016770         MOVE 4 TO RETURN-CODE
016780     ELSE
016790         MOVE 0 TO RETURN-CODE
016800     END-IF.
016810     DISPLAY "JOB RETURN CODE " RETURN-CODE.
016820 8000-EXIT.
016830     EXIT.
016840
016850*--------------------------------------------------------------*
016860*    9000-TERMINATE - CLOSE ALL FILES
016870*--------------------------------------------------------------*
016880 9000-TERMINATE.
016890     IF WS-RCY-STATUS NOT = "35"
016900         CLOSE RCY-FILE
016910     END-IF.
016920     CLOSE RPT-FILE.
016930 9000-EXIT.
016940     EXIT.
