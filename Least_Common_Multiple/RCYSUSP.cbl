000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.RCYSUSP.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/05/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/05/2026 RLH   ORIGINAL.  RUNS AFTER EACH LCM RUN AND
000220*                   KEEPS THE SUSLEDGR RECYCLE SUSPENSE
000230*                   LEDGER - ONE ITEM PER SET ID AND RUN DATE
000240*                   OF FIRST FAILURE.  CLEAN CORRECTED ROWS
000250*                   (AUD-CORR-FLAG C) POSTED TO LCMAUDIT CLOSE
000260*                   THE SET'S OPEN ITEMS, THEN EVERY RCYOUT
000270*                   RECORD OPENS OR REFRESHES AN ITEM.  THE
000280*                   SU100 REPORT LISTS THE ITEMS CLOSED, EVERY
000290*                   OPEN ITEM WITH ITS AGE, AND THE OPEN ITEMS
000300*                   IN 0-2, 3-7 AND 8+ DAY BUCKETS BY REASON
000310*                   CODE AND BY SOURCE SYSTEM.  ANY ITEM 8 OR
000320*                   MORE DAYS OLD ENDS WITH RETURN-CODE 4.
000322*  10/15/2026 RLH   REASON UR (SET NOT ACTIVE ON THE SET
000324*                   REGISTRY) NAMED ON THE AGING REPORT.
000330*--------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SUS-FILE ASSIGN TO "SUSLEDGR"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SUS-KEY
000410         FILE STATUS IS WS-SUS-STATUS.
000420     SELECT RCY-FILE ASSIGN TO "RCYOUT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RCY-STATUS.
000450     SELECT AUD-FILE ASSIGN TO "LCMAUDIT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS AUD-KEY
000490         FILE STATUS IS WS-AUD-STATUS.
000500     SELECT PARM-FILE ASSIGN TO "SUSPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PRM-STATUS.
000530     SELECT RPT-FILE ASSIGN TO "SUSRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590*--------------------------------------------------------------*
000600*    SUS-FILE - RECYCLE SUSPENSE LEDGER, CREATED ON FIRST USE
000610*--------------------------------------------------------------*
000620 FD  SUS-FILE.
000630     COPY SUSREC.
000640
000650*--------------------------------------------------------------*
000660*    RCY-FILE - RECYCLE RECORDS WRITTEN BY THE LCM RUN
000670*--------------------------------------------------------------*
000680 FD  RCY-FILE
000690     RECORDING MODE IS F.
000700     COPY RCYREC.
000710
000720*--------------------------------------------------------------*
000730*    AUD-FILE - AUDIT LOG WRITTEN BY LCM
000740*--------------------------------------------------------------*
000750 FD  AUD-FILE.
000760     COPY AUDREC.
000770
000780*--------------------------------------------------------------*
000790*    PARM-FILE - OPTIONAL AS-OF AND SCAN-FROM DATE CARDS
000800*--------------------------------------------------------------*
000810 FD  PARM-FILE
000820     RECORDING MODE IS F.
000830 01  PARM-RECORD                 PIC X(80).
000840
000850*--------------------------------------------------------------*
000860*    RPT-FILE - PRINTED SUSPENSE AGING REPORT
000870*--------------------------------------------------------------*
000880 FD  RPT-FILE
000890     RECORDING MODE IS F.
000900 01  RPT-RECORD                  PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930*--------------------------------------------------------------*
000940*    FILE STATUS SWITCHES
000950*--------------------------------------------------------------*
000960 01  WS-FILE-STATUSES.
000970     05  WS-SUS-STATUS           PIC X(02) VALUE "00".
000980     05  WS-RCY-STATUS           PIC X(02) VALUE "00".
000990     05  WS-AUD-STATUS           PIC X(02) VALUE "00".
001000     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
001010     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
001020
001030 01  WS-SUS-EOF-SW               PIC X(01) VALUE "N".
001040     88  WS-SUS-EOF                      VALUE "Y".
001050     88  WS-SUS-NOT-EOF                  VALUE "N".
001060
001070 01  WS-RCY-EOF-SW               PIC X(01) VALUE "N".
001080     88  WS-RCY-EOF                      VALUE "Y".
001090     88  WS-RCY-NOT-EOF                  VALUE "N".
001100
001110 01  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001120     88  WS-AUD-EOF                      VALUE "Y".
001130     88  WS-AUD-NOT-EOF                  VALUE "N".
001140
001150 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
001160     88  WS-PRM-EOF                      VALUE "Y".
001170     88  WS-PRM-NOT-EOF                  VALUE "N".
001180
001190*--------------------------------------------------------------*
001200*    AS-OF DATE (DATE= CARD, DEFAULT TODAY) - ITEMS AGE TO THIS
001210*        DATE AND CORRECTIONS ARE SCANNED THROUGH IT.  FROM=
001220*        REACHES BACK OVER DAYS THE STEP DID NOT RUN; WITHOUT
001230*        IT ONLY THE AS-OF DATE'S CORRECTIONS ARE SCANNED.
001240*--------------------------------------------------------------*
001250 77  WS-ASOF-DATE                PIC 9(08) VALUE 0.
001260 77  WS-FROM-DATE                PIC 9(08) VALUE 0.
001270 01  WS-DATE-MDY.
001280     05  WS-MDY-MM               PIC X(02).
001290     05  FILLER                  PIC X(01).
001300     05  WS-MDY-DD               PIC X(02).
001310     05  FILLER                  PIC X(01).
001320     05  WS-MDY-YYYY             PIC X(04).
001330 01  WS-DATE-YMD.
001340     05  WS-YMD-YYYY             PIC X(04).
001350     05  WS-YMD-MM               PIC X(02).
001360     05  WS-YMD-DD               PIC X(02).
001370 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD
001380                                 PIC 9(08).
001390
001400*--------------------------------------------------------------*
001410*    YYYYMMDD TO MM/DD/YYYY FOR THE REPORT LINES
001420*--------------------------------------------------------------*
001430 01  WS-EDIT-DATE-N              PIC 9(08) VALUE 0.
001440 01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-N.
001450     05  WS-EDT-YYYY             PIC 9(04).
001460     05  WS-EDT-MM               PIC 9(02).
001470     05  WS-EDT-DD               PIC 9(02).
001480 01  WS-EDIT-DATE-PRINT.
001490     05  WS-EDP-MM               PIC 9(02).
001500     05  FILLER                  PIC X(01) VALUE "/".
001510     05  WS-EDP-DD               PIC 9(02).
001520     05  FILLER                  PIC X(01) VALUE "/".
001530     05  WS-EDP-YYYY             PIC 9(04).
001540
001550*--------------------------------------------------------------*
001560*    DAY-NUMBER WORK - A YYYYMMDD DATE BECOMES A COUNT OF DAYS
001570*        SO TWO DATES SUBTRACT ACROSS MONTH AND YEAR ENDS.  THE
001580*        TABLE HOLDS THE DAYS BEFORE THE FIRST OF EACH MONTH IN
001590*        A COMMON YEAR; MARCH ON IN A LEAP YEAR TAKES ONE MORE.
001600*--------------------------------------------------------------*
001610 01  WS-DN-DATE-N                PIC 9(08) VALUE 0.
001620 01  WS-DN-DATE REDEFINES WS-DN-DATE-N.
001630     05  WS-DN-YYYY              PIC 9(04).
001640     05  WS-DN-MM                PIC 9(02).
001650     05  WS-DN-DD                PIC 9(02).
001660 01  WS-CUM-DAYS-VALUES          PIC X(36) VALUE
001670         "000031059090120151181212243273304334".
001680 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001690     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
001700 77  WS-DN-DAYS                  PIC 9(07) VALUE 0.
001710 77  WS-DN-YEARS                 PIC 9(04) VALUE 0.
001720 77  WS-DN-QUOT                  PIC 9(04) VALUE 0.
001730 77  WS-DN-REM4                  PIC 9(04) VALUE 0.
001740 77  WS-DN-REM100                PIC 9(04) VALUE 0.
001750 77  WS-DN-REM400                PIC 9(04) VALUE 0.
001760 77  WS-ASOF-DAYS                PIC 9(07) VALUE 0.
001770 77  WS-AGE-DAYS                 PIC 9(05) VALUE 0.
001780 77  WS-BKT-IX                   PIC 9(01) VALUE 0.
001790
001800*--------------------------------------------------------------*
001810*    SET ID OFF THE RECYCLED INPUT RECORD - BYTE 1 ON THE
001820*        CLASSIC LAYOUT, BYTE 2 BEHIND THE "M" OF A TYPE-M
001830*--------------------------------------------------------------*
001840 01  WS-RCY-SET-ID-X             PIC X(05) VALUE SPACES.
001850 01  WS-RCY-SET-ID REDEFINES WS-RCY-SET-ID-X
001860                                 PIC 9(05).
001870 77  WS-RCY-ORIG-DATE            PIC 9(08) VALUE 0.
001880
001890*--------------------------------------------------------------*
001900*    AGING TABLES - OPEN ITEMS BY REASON CODE AND BY SOURCE
001910*        SYSTEM, EACH WITH THE THREE AGE BUCKETS AND A TOTAL.
001920*        BUCKET 1 IS 0-2 DAYS, 2 IS 3-7 DAYS, 3 IS 8 AND UP.
001930*--------------------------------------------------------------*
001940 01  WS-RSN-TABLE.
001950     05  WS-RSN-ENTRY OCCURS 10 TIMES.
001960         10  WS-RSN-CODE         PIC X(02).
001970         10  WS-RSN-BKT          PIC 9(05) OCCURS 3 TIMES.
001980         10  WS-RSN-TOTAL        PIC 9(05).
001990 77  WS-RSN-COUNT                PIC 9(02) VALUE 0.
002000 77  WS-RSN-MAX                  PIC 9(02) VALUE 10.
002010 77  WS-RSN-IX                   PIC 9(02) VALUE 0.
002020 77  WS-RSN-FOUND-IX             PIC 9(02) VALUE 0.
002030
002040 01  WS-SRC-TABLE.
002050     05  WS-SRC-ENTRY OCCURS 30 TIMES.
002060         10  WS-SRC-NAME         PIC X(08).
002070         10  WS-SRC-BKT          PIC 9(05) OCCURS 3 TIMES.
002080         10  WS-SRC-TOTAL        PIC 9(05).
002090 77  WS-SRC-COUNT                PIC 9(02) VALUE 0.
002100 77  WS-SRC-MAX                  PIC 9(02) VALUE 30.
002110 77  WS-SRC-IX                   PIC 9(02) VALUE 0.
002120 77  WS-SRC-FOUND-IX             PIC 9(02) VALUE 0.
002130 01  WS-ITEM-SOURCE              PIC X(08) VALUE SPACES.
002140
002150 01  WS-TOT-TABLE.
002160     05  WS-TOT-BKT              PIC 9(05) OCCURS 3 TIMES.
002170     05  WS-TOT-ALL              PIC 9(05).
002180
002190*--------------------------------------------------------------*
002200*    COUNTERS
002210*--------------------------------------------------------------*
002220 77  WS-CORR-ROWS                PIC 9(07) VALUE 0.
002230 77  WS-CORR-STILL-BAD           PIC 9(07) VALUE 0.
002240 77  WS-ITEMS-CLOSED             PIC 9(07) VALUE 0.
002250 77  WS-RCY-READ                 PIC 9(07) VALUE 0.
002260 77  WS-RCY-NO-SETID             PIC 9(07) VALUE 0.
002270 77  WS-ITEMS-OPENED             PIC 9(07) VALUE 0.
002280 77  WS-ITEMS-REOPENED           PIC 9(07) VALUE 0.
002290 77  WS-ITEMS-REFRESHED          PIC 9(07) VALUE 0.
002300 77  WS-OPEN-ITEMS               PIC 9(07) VALUE 0.
002310 77  WS-OPEN-STALE               PIC 9(07) VALUE 0.
002320 77  WS-CLOSED-ON-FILE           PIC 9(07) VALUE 0.
002330
002340*--------------------------------------------------------------*
002350*    RUN DATE / REPORT PAGINATION
002360*--------------------------------------------------------------*
002370 01  WS-RUN-DATE-RAW.
002380     05  WS-RUN-YYYY             PIC 9(04).
002390     05  WS-RUN-MM               PIC 9(02).
002400     05  WS-RUN-DD               PIC 9(02).
002410 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
002420                                 PIC 9(08).
002430 01  WS-RUN-DATE-PRINT.
002440     05  WS-PRT-MM               PIC 9(02).
002450     05  FILLER                  PIC X(01) VALUE "/".
002460     05  WS-PRT-DD               PIC 9(02).
002470     05  FILLER                  PIC X(01) VALUE "/".
002480     05  WS-PRT-YYYY             PIC 9(04).
002490
002500 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
002510 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
002520 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
002530
002540*--------------------------------------------------------------*
002550*    PRINT LINE LAYOUTS
002560*--------------------------------------------------------------*
002570 01  RPT-HEADER-1.
002580     05  FILLER                  PIC X(01) VALUE SPACE.
002590     05  FILLER                  PIC X(40)
002600             VALUE "SU100 - RECYCLE SUSPENSE AGING".
002610     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  RPT1-DATE               PIC X(10).
002640     05  FILLER                  PIC X(06) VALUE SPACES.
002650     05  FILLER                  PIC X(05) VALUE "PAGE ".
002660     05  RPT1-PAGE               PIC ZZ9.
002670     05  FILLER                  PIC X(58) VALUE SPACES.
002680
002690 01  RPT-HEADER-2.
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  FILLER                  PIC X(131) VALUE ALL "-".
002720
002730 01  RPT-ASOF-LINE.
002740     05  FILLER                  PIC X(01) VALUE SPACE.
002750     05  FILLER                  PIC X(17)
002760             VALUE "ITEMS AGED AS OF ".
002770     05  RPT-AO-ASOF             PIC X(10).
002780     05  FILLER                  PIC X(28)
002790             VALUE "  - CORRECTIONS SCANNED FROM".
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  RPT-AO-FROM             PIC X(10).
002820     05  FILLER                  PIC X(09) VALUE " THROUGH ".
002830     05  RPT-AO-THRU             PIC X(10).
002840     05  FILLER                  PIC X(46) VALUE SPACES.
002850
002860 01  RPT-SECTION-LINE.
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  RPT-SEC-TITLE           PIC X(60).
002890     05  FILLER                  PIC X(71) VALUE SPACES.
002900
002910 01  RPT-CLOSED-HDR.
002920     05  FILLER                  PIC X(01) VALUE SPACE.
002930     05  FILLER                  PIC X(48) VALUE
002940             "SET ID  FIRST FAILED  REASON  SOURCE    CLOSED B".
002950     05  FILLER                  PIC X(23) VALUE
002960             "Y AUDIT ROW      CORR".
002970     05  FILLER                  PIC X(60) VALUE SPACES.
002980
002990 01  RPT-CLOSED-LINE.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  RPT-CL-SETID            PIC 9(05).
003020     05  FILLER                  PIC X(03) VALUE SPACES.
003030     05  RPT-CL-ORIG             PIC X(10).
003040     05  FILLER                  PIC X(06) VALUE SPACES.
003050     05  RPT-CL-REASON           PIC X(02).
003060     05  FILLER                  PIC X(04) VALUE SPACES.
003070     05  RPT-CL-SOURCE           PIC X(08).
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  RPT-CL-AUD-DATE         PIC X(10).
003100     05  FILLER                  PIC X(09) VALUE "     SEQ ".
003110     05  RPT-CL-AUD-SEQ          PIC 9(02).
003120     05  FILLER                  PIC X(70) VALUE SPACES.
003130
003140 01  RPT-OPEN-HDR.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  FILLER                  PIC X(48) VALUE
003170             "SET ID  FIRST FAILED  REASON  SOURCE      AGE  B".
003180     05  FILLER                  PIC X(35) VALUE
003190             "UCKET     RECYCLES  LAST RECYCLED".
003200     05  FILLER                  PIC X(48) VALUE SPACES.
003210
003220 01  RPT-OPEN-LINE.
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  RPT-OP-SETID            PIC 9(05).
003250     05  FILLER                  PIC X(03) VALUE SPACES.
003260     05  RPT-OP-ORIG             PIC X(10).
003270     05  FILLER                  PIC X(06) VALUE SPACES.
003280     05  RPT-OP-REASON           PIC X(02).
003290     05  FILLER                  PIC X(04) VALUE SPACES.
003300     05  RPT-OP-SOURCE           PIC X(08).
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  RPT-OP-AGE              PIC ZZZZ9.
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  RPT-OP-BUCKET           PIC X(08).
003350     05  FILLER                  PIC X(04) VALUE SPACES.
003360     05  RPT-OP-RECYCLES         PIC ZZ9.
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  RPT-OP-LAST             PIC X(10).
003390     05  FILLER                  PIC X(57) VALUE SPACES.
003400
003410 01  RPT-AGE-HDR.
003420     05  FILLER                  PIC X(01) VALUE SPACE.
003430     05  RPT-AH-KEY              PIC X(36).
003440     05  FILLER                  PIC X(40) VALUE
003450             "0-2 DAYS  3-7 DAYS   8+ DAYS     TOTAL".
003460     05  FILLER                  PIC X(55) VALUE SPACES.
003470
003480 01  RPT-AGE-LINE.
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  RPT-AG-KEY              PIC X(08).
003510     05  RPT-AG-TEXT             PIC X(28).
003520     05  RPT-AG-BKT-1            PIC Z(06)9.
003530     05  FILLER                  PIC X(03) VALUE SPACES.
003540     05  RPT-AG-BKT-2            PIC Z(06)9.
003550     05  FILLER                  PIC X(03) VALUE SPACES.
003560     05  RPT-AG-BKT-3            PIC Z(06)9.
003570     05  FILLER                  PIC X(03) VALUE SPACES.
003580     05  RPT-AG-TOTAL            PIC Z(06)9.
003590     05  FILLER                  PIC X(58) VALUE SPACES.
003600
003610 01  RPT-SUMMARY-LINE.
003620     05  FILLER                  PIC X(01) VALUE SPACE.
003630     05  RPT-SUM-LABEL           PIC X(40).
003640     05  RPT-SUM-VALUE           PIC Z(06)9.
003650     05  FILLER                  PIC X(84) VALUE SPACES.
003660
003670 01  RPT-NONE-LINE.
003680     05  FILLER                  PIC X(01) VALUE SPACE.
003690     05  FILLER                  PIC X(06) VALUE "(NONE)".
003700     05  FILLER                  PIC X(125) VALUE SPACES.
003710 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
003720
003730 PROCEDURE DIVISION.
003740*--------------------------------------------------------------*
003750*    0000-MAINLINE - OVERALL JOB CONTROL.  CORRECTIONS CLOSE
003760*        ITEMS BEFORE RCYOUT IS POSTED, SO A SET RESUBMITTED
003770*        AND RECYCLED AGAIN IN THE SAME RUN ENDS UP OPEN.
003780*--------------------------------------------------------------*
003790 0000-MAINLINE.
003800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003810     PERFORM 2000-CLOSE-CORRECTED-ITEMS THRU 2000-EXIT.
003820     PERFORM 3000-POST-RECYCLE-RECORDS THRU 3000-EXIT.
003830     PERFORM 4000-AGE-OPEN-ITEMS THRU 4000-EXIT.
003840     PERFORM 5000-PRINT-AGING-BY-REASON THRU 5000-EXIT.
003850     PERFORM 5100-PRINT-AGING-BY-SOURCE THRU 5100-EXIT.
003860     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
003870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003880     STOP RUN.
003890
003900*--------------------------------------------------------------*
003910*    1000-INITIALIZE - OPEN FILES, READ THE DATE CARDS AND
003920*        CREATE THE LEDGER ON ITS FIRST RUN
003930*--------------------------------------------------------------*
003940 1000-INITIALIZE.
003950     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
003960     MOVE WS-RUN-MM TO WS-PRT-MM.
003970     MOVE WS-RUN-DD TO WS-PRT-DD.
003980     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
003990     MOVE WS-RUN-DATE-NUM TO WS-ASOF-DATE.
004000
004010     OPEN OUTPUT RPT-FILE.
004020     IF WS-RPT-STATUS NOT = "00"
004030         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
004080     IF WS-FROM-DATE = ZERO
004090         MOVE WS-ASOF-DATE TO WS-FROM-DATE
004100     END-IF.
004110     IF WS-FROM-DATE > WS-ASOF-DATE
004120         DISPLAY "FROM= DATE " WS-FROM-DATE
004130             " IS AFTER THE AS-OF DATE " WS-ASOF-DATE
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170
004180     OPEN I-O SUS-FILE.
004190     IF WS-SUS-STATUS = "05" OR WS-SUS-STATUS = "35"
004200         OPEN OUTPUT SUS-FILE
004210         CLOSE SUS-FILE
004220         OPEN I-O SUS-FILE
004230     END-IF.
004240     IF WS-SUS-STATUS NOT = "00"
004250         DISPLAY "SUS-FILE OPEN FAILED - STATUS " WS-SUS-STATUS
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290     OPEN INPUT AUD-FILE.
004300     IF WS-AUD-STATUS NOT = "00"
004310         DISPLAY "AUD-FILE OPEN FAILED - STATUS " WS-AUD-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     OPEN INPUT RCY-FILE.
004360     IF WS-RCY-STATUS NOT = "00"
004370         DISPLAY "RCY-FILE OPEN FAILED - STATUS " WS-RCY-STATUS
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410
004420     MOVE WS-ASOF-DATE TO WS-DN-DATE-N.
004430     PERFORM 2800-COMPUTE-DAY-NUMBER THRU 2800-EXIT.
004440     MOVE WS-DN-DAYS TO WS-ASOF-DAYS.
004450
004460     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
004470     MOVE WS-ASOF-DATE TO WS-EDIT-DATE-N.
004480     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
004490     MOVE WS-EDIT-DATE-PRINT TO RPT-AO-ASOF.
004500     MOVE WS-EDIT-DATE-PRINT TO RPT-AO-THRU.
004510     MOVE WS-FROM-DATE TO WS-EDIT-DATE-N.
004520     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
004530     MOVE WS-EDIT-DATE-PRINT TO RPT-AO-FROM.
004540     WRITE RPT-RECORD FROM RPT-ASOF-LINE.
004550     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004560     ADD 2 TO WS-LINE-COUNT.
004570 1000-EXIT.
004580     EXIT.
004590
004600*--------------------------------------------------------------*
004610*    1100-READ-PARM-CARDS - DATE=MM/DD/YYYY AND FROM=MM/DD/YYYY.
004620*        NO PARM FILE AT ALL AGES TO TODAY AND SCANS TODAY'S
004630*        CORRECTIONS ONLY.
004640*--------------------------------------------------------------*
004650 1100-READ-PARM-CARDS.
004660     OPEN INPUT PARM-FILE.
004670     IF WS-PRM-STATUS = "35"
004680         GO TO 1100-EXIT
004690     END-IF.
004700     IF WS-PRM-STATUS NOT = "00"
004710         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750     SET WS-PRM-NOT-EOF TO TRUE.
004760     READ PARM-FILE
004770         AT END SET WS-PRM-EOF TO TRUE
004780     END-READ.
004790     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
004800         UNTIL WS-PRM-EOF.
004810     CLOSE PARM-FILE.
004820 1100-EXIT.
004830     EXIT.
004840
004850 1110-APPLY-ONE-PARM.
004860     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
004870         GO TO 1110-NEXT
004880     END-IF.
004890     IF PARM-RECORD (1:5) = "DATE="
004900         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
004910         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
004920         MOVE WS-DATE-YMD-N TO WS-ASOF-DATE
004930         GO TO 1110-NEXT
004940     END-IF.
004950     IF PARM-RECORD (1:5) = "FROM="
004960         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
004970         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
004980         MOVE WS-DATE-YMD-N TO WS-FROM-DATE
004990         GO TO 1110-NEXT
005000     END-IF.
005010     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
005020     MOVE 16 TO RETURN-CODE.
005030     STOP RUN.
005040 1110-NEXT.
005050     READ PARM-FILE
005060         AT END SET WS-PRM-EOF TO TRUE
005070     END-READ.
005080 1110-EXIT.
005090     EXIT.
005100
005110 1120-CONVERT-MDY-TO-YMD.
005120     MOVE WS-MDY-YYYY TO WS-YMD-YYYY.
005130     MOVE WS-MDY-MM TO WS-YMD-MM.
005140     MOVE WS-MDY-DD TO WS-YMD-DD.
005150     IF WS-DATE-YMD NOT NUMERIC
005160         DISPLAY "INVALID DATE ON PARM CARD - " PARM-RECORD
005170         MOVE 16 TO RETURN-CODE
005180         STOP RUN
005190     END-IF.
005200 1120-EXIT.
005210     EXIT.
005220
005230*--------------------------------------------------------------*
005240*    1200-PRINT-HEADING - REPORT PAGE HEADER
005250*--------------------------------------------------------------*
005260 1200-PRINT-HEADING.
005270     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
005280     MOVE WS-PAGE-NO TO RPT1-PAGE.
005290     WRITE RPT-RECORD FROM RPT-HEADER-1.
005300     WRITE RPT-RECORD FROM RPT-HEADER-2.
005310     MOVE ZERO TO WS-LINE-COUNT.
005320 1200-EXIT.
005330     EXIT.
005340
005350*--------------------------------------------------------------*
005360*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
005370*--------------------------------------------------------------*
005380 1210-NEW-PAGE.
005390     ADD 1 TO WS-PAGE-NO.
005400     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
005410     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
005420 1210-EXIT.
005430     EXIT.
005440
005450*--------------------------------------------------------------*
005460*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
005470*--------------------------------------------------------------*
005480 1220-CHECK-PAGE-BREAK.
005490     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
005500         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
005510     END-IF.
005520 1220-EXIT.
005530     EXIT.
005540
005550*--------------------------------------------------------------*
005560*    1230-PRINT-SECTION-TITLE - SECTION TITLE (RPT-SEC-TITLE
005570*        ALREADY LOADED) ON A FRESH PAGE IF FEWER THAN FIVE
005580*        LINES REMAIN
005590*--------------------------------------------------------------*
005600 1230-PRINT-SECTION-TITLE.
005610     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
005620         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
005630     END-IF.
005640     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
005650     WRITE RPT-RECORD FROM RPT-SECTION-LINE.
005660     ADD 2 TO WS-LINE-COUNT.
005670 1230-EXIT.
005680     EXIT.
005690
005700*--------------------------------------------------------------*
005710*    2000-CLOSE-CORRECTED-ITEMS - WALK THE AUDIT ROWS KEYED
005720*        FROM THE FROM= DATE THROUGH THE AS-OF DATE.  EVERY
005730*        CORRECTED ROW THAT POSTED CLEAN CLOSES THE SET'S OPEN
005740*        ITEMS; A CORRECTION THAT FAILED AGAIN WAS RECYCLED
005750*        AGAIN AND LEAVES ITS ITEM OPEN.
005760*--------------------------------------------------------------*
005770 2000-CLOSE-CORRECTED-ITEMS.
005780     MOVE "ITEMS CLOSED BY CORRECTED AUDIT ROWS" TO RPT-SEC-TITLE.
005790     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
005800     WRITE RPT-RECORD FROM RPT-CLOSED-HDR.
005810     ADD 1 TO WS-LINE-COUNT.
005820     SET WS-AUD-NOT-EOF TO TRUE.
005830     MOVE WS-FROM-DATE TO AUD-KEY-DATE.
005840     MOVE ZERO TO AUD-SET-ID.
005850     MOVE ZERO TO AUD-CORR-SEQ.
005860     START AUD-FILE KEY NOT LESS THAN AUD-KEY
005870         INVALID KEY SET WS-AUD-EOF TO TRUE
005880     END-START.
005890     IF WS-AUD-NOT-EOF
005900         PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT
005910     END-IF.
005920     PERFORM 2100-SCAN-ONE-AUDIT-ROW THRU 2100-EXIT
005930         UNTIL WS-AUD-EOF.
005940     IF WS-ITEMS-CLOSED = ZERO
005950         WRITE RPT-RECORD FROM RPT-NONE-LINE
005960         ADD 1 TO WS-LINE-COUNT
005970     END-IF.
005980 2000-EXIT.
005990     EXIT.
006000
006010 2100-SCAN-ONE-AUDIT-ROW.
006020     IF AUD-CORR-FLAG NOT = "C"
006030         GO TO 2100-NEXT
006040     END-IF.
006050     ADD 1 TO WS-CORR-ROWS.
006060     IF AUD-VALID-FLAG = "N" OR AUD-VALID-FLAG = "O"
006070             OR AUD-RECON-FLAG = "S"
006080         ADD 1 TO WS-CORR-STILL-BAD
006090         GO TO 2100-NEXT
006100     END-IF.
006110     PERFORM 2200-CLOSE-SET-ITEMS THRU 2200-EXIT.
006120 2100-NEXT.
006130     PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT.
006140 2100-EXIT.
006150     EXIT.
006160
006170*--------------------------------------------------------------*
006180*    2200-CLOSE-SET-ITEMS - CLOSE EVERY OPEN ITEM FOR THE
006190*        CORRECTED ROW'S SET WHOSE FIRST FAILURE IS NO LATER
006200*        THAN THE DATE THE CORRECTION POSTED
006210*--------------------------------------------------------------*
006220 2200-CLOSE-SET-ITEMS.
006230     SET WS-SUS-NOT-EOF TO TRUE.
006240     MOVE AUD-SET-ID TO SUS-SET-ID.
006250     MOVE ZERO TO SUS-ORIG-DATE.
006260     START SUS-FILE KEY NOT LESS THAN SUS-KEY
006270         INVALID KEY SET WS-SUS-EOF TO TRUE
006280     END-START.
006290     IF WS-SUS-NOT-EOF
006300         PERFORM 2290-READ-NEXT-SET-ITEM THRU 2290-EXIT
006310     END-IF.
006320     PERFORM 2210-CLOSE-ONE-ITEM THRU 2210-EXIT
006330         UNTIL WS-SUS-EOF.
006340 2200-EXIT.
006350     EXIT.
006360
006370 2210-CLOSE-ONE-ITEM.
006380     IF NOT SUS-OPEN
006390         GO TO 2210-NEXT
006400     END-IF.
006410     SET SUS-CLOSED TO TRUE.
006420     MOVE AUD-KEY-DATE TO SUS-CLOSE-DATE.
006430     MOVE AUD-CORR-SEQ TO SUS-CLOSE-SEQ.
006440     REWRITE SUS-RECORD
006450         INVALID KEY CONTINUE
006460     END-REWRITE.
006470     IF WS-SUS-STATUS NOT = "00"
006480         DISPLAY "SUS-FILE REWRITE FAILED - STATUS " WS-SUS-STATUS
006490         MOVE 16 TO RETURN-CODE
006500         STOP RUN
006510     END-IF.
006520     ADD 1 TO WS-ITEMS-CLOSED.
006530     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
006540     MOVE SUS-SET-ID TO RPT-CL-SETID.
006550     MOVE SUS-ORIG-DATE TO WS-EDIT-DATE-N.
006560     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
006570     MOVE WS-EDIT-DATE-PRINT TO RPT-CL-ORIG.
006580     MOVE SUS-REASON TO RPT-CL-REASON.
006590     MOVE SUS-SOURCE TO RPT-CL-SOURCE.
006600     MOVE SUS-CLOSE-DATE TO WS-EDIT-DATE-N.
006610     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
006620     MOVE WS-EDIT-DATE-PRINT TO RPT-CL-AUD-DATE.
006630     MOVE SUS-CLOSE-SEQ TO RPT-CL-AUD-SEQ.
006640     WRITE RPT-RECORD FROM RPT-CLOSED-LINE.
006650     ADD 1 TO WS-LINE-COUNT.
006660 2210-NEXT.
006670     PERFORM 2290-READ-NEXT-SET-ITEM THRU 2290-EXIT.
006680 2210-EXIT.
006690     EXIT.
006700
006710*--------------------------------------------------------------*
006720*    2290-READ-NEXT-SET-ITEM - NEXT LEDGER ITEM; ANOTHER SET OR
006730*        A FIRST FAILURE AFTER THE CORRECTION ENDS THE WALK
006740*--------------------------------------------------------------*
006750 2290-READ-NEXT-SET-ITEM.
006760     READ SUS-FILE NEXT RECORD
006770         AT END SET WS-SUS-EOF TO TRUE
006780         NOT AT END
006790             IF SUS-SET-ID NOT = AUD-SET-ID
006800                     OR SUS-ORIG-DATE > AUD-KEY-DATE
006810                 SET WS-SUS-EOF TO TRUE
006820             END-IF
006830     END-READ.
006840 2290-EXIT.
006850     EXIT.
006860
006870*--------------------------------------------------------------*
006880*    2800-COMPUTE-DAY-NUMBER - WS-DN-DATE-N (YYYYMMDD) TO A
006890*        DAY COUNT IN WS-DN-DAYS.  EACH DIVIDE LANDS IN A WHOLE
006900*        NUMBER FIELD SO THE LEAP-DAY TERMS TRUNCATE AS THEY
006910*        MUST.  A MONTH OUTSIDE 01-12 COUNTS AS JANUARY.
006920*--------------------------------------------------------------*
006930 2800-COMPUTE-DAY-NUMBER.
006940     IF WS-DN-MM < 1 OR WS-DN-MM > 12
006950         MOVE 1 TO WS-DN-MM
006960     END-IF.
006970     IF WS-DN-YYYY = ZERO
006980         MOVE ZERO TO WS-DN-DAYS
006990         GO TO 2800-EXIT
007000     END-IF.
007010     COMPUTE WS-DN-YEARS = WS-DN-YYYY - 1.
007020     COMPUTE WS-DN-DAYS = WS-DN-YEARS * 365
007030         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
007040     DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-QUOT.
007050     ADD WS-DN-QUOT TO WS-DN-DAYS.
007060     DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT.
007070     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.
007080     DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT.
007090     ADD WS-DN-QUOT TO WS-DN-DAYS.
007100     IF WS-DN-MM > 2
007110         DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
007120             REMAINDER WS-DN-REM4
007130         DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
007140             REMAINDER WS-DN-REM100
007150         DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
007160             REMAINDER WS-DN-REM400
007170         IF WS-DN-REM4 = ZERO
007180                 AND (WS-DN-REM100 NOT = ZERO
007190                     OR WS-DN-REM400 = ZERO)
007200             ADD 1 TO WS-DN-DAYS
007210         END-IF
007220     END-IF.
007230 2800-EXIT.
007240     EXIT.
007250
007260*--------------------------------------------------------------*
007270*    2850-EDIT-DATE - WS-EDIT-DATE-N (YYYYMMDD) TO MM/DD/YYYY
007280*--------------------------------------------------------------*
007290 2850-EDIT-DATE.
007300     MOVE WS-EDT-MM TO WS-EDP-MM.
007310     MOVE WS-EDT-DD TO WS-EDP-DD.
007320     MOVE WS-EDT-YYYY TO WS-EDP-YYYY.
007330 2850-EXIT.
007340     EXIT.
007350
007360*--------------------------------------------------------------*
007370*    2900-READ-NEXT-AUDIT - NEXT ROW IN KEY ORDER; A ROW KEYED
007380*        PAST THE AS-OF DATE ENDS THE CORRECTION SCAN
007390*--------------------------------------------------------------*
007400 2900-READ-NEXT-AUDIT.
007410     READ AUD-FILE NEXT RECORD
007420         AT END SET WS-AUD-EOF TO TRUE
007430         NOT AT END
007440             IF AUD-KEY-DATE > WS-ASOF-DATE
007450                 SET WS-AUD-EOF TO TRUE
007460             END-IF
007470     END-READ.
007480 2900-EXIT.
007490     EXIT.
007500
007510*--------------------------------------------------------------*
007520*    3000-POST-RECYCLE-RECORDS - EVERY RCYOUT RECORD OPENS AN
007530*        ITEM UNDER ITS SET ID AND RUN DATE OF FIRST FAILURE
007540*--------------------------------------------------------------*
007550 3000-POST-RECYCLE-RECORDS.
007560     SET WS-RCY-NOT-EOF TO TRUE.
007570     PERFORM 3900-READ-RECYCLE THRU 3900-EXIT.
007580     PERFORM 3100-POST-ONE-RECYCLE THRU 3100-EXIT
007590         UNTIL WS-RCY-EOF.
007600 3000-EXIT.
007610     EXIT.
007620
007630*--------------------------------------------------------------*
007640*    3100-POST-ONE-RECYCLE - A NEW KEY IS WRITTEN AS AN OPEN
007650*        ITEM.  AN ITEM ALREADY OPEN (THE SET WAS RESUBMITTED
007660*        AND FAILED AGAIN) TAKES THE NEW REASON AND ONE MORE
007670*        RECYCLE.  A CLOSED ITEM RECYCLED AGAIN IS REOPENED.
007680*        THE RECYCLE COUNT MOVES ONCE A DAY, SO A RERUN OF
007690*        THIS STEP DOES NOT INFLATE IT.
007700*--------------------------------------------------------------*
007710 3100-POST-ONE-RECYCLE.
007720     ADD 1 TO WS-RCY-READ.
007730     IF RCY-NBR-DATA (1:1) = "M"
007740         MOVE RCY-NBR-DATA (2:5) TO WS-RCY-SET-ID-X
007750     ELSE
007760         MOVE RCY-NBR-DATA (1:5) TO WS-RCY-SET-ID-X
007770     END-IF.
007780     IF WS-RCY-SET-ID-X NOT NUMERIC
007790         DISPLAY "RCYOUT RECORD WITHOUT A USABLE SET ID - "
007800             RCY-NBR-DATA (1:20)
007810         ADD 1 TO WS-RCY-NO-SETID
007820         GO TO 3100-NEXT
007830     END-IF.
007840     IF RCY-RUN-DATE NUMERIC AND RCY-RUN-DATE-N > ZERO
007850         MOVE RCY-RUN-DATE-N TO WS-RCY-ORIG-DATE
007860     ELSE
007870         MOVE WS-ASOF-DATE TO WS-RCY-ORIG-DATE
007880     END-IF.
007890     MOVE WS-RCY-SET-ID TO SUS-SET-ID.
007900     MOVE WS-RCY-ORIG-DATE TO SUS-ORIG-DATE.
007910     READ SUS-FILE
007920         INVALID KEY CONTINUE
007930     END-READ.
007940     IF WS-SUS-STATUS = "23"
007950         PERFORM 3110-OPEN-NEW-ITEM THRU 3110-EXIT
007960         GO TO 3100-NEXT
007970     END-IF.
007980     IF WS-SUS-STATUS NOT = "00"
007990         DISPLAY "SUS-FILE READ FAILED - STATUS " WS-SUS-STATUS
008000         MOVE 16 TO RETURN-CODE
008010         STOP RUN
008020     END-IF.
008030     IF SUS-CLOSED
008040         SET SUS-OPEN TO TRUE
008050         MOVE ZERO TO SUS-CLOSE-DATE
008060         MOVE ZERO TO SUS-CLOSE-SEQ
008070         ADD 1 TO WS-ITEMS-REOPENED
008080     ELSE
008090         ADD 1 TO WS-ITEMS-REFRESHED
008100     END-IF.
008110     MOVE RCY-REASON TO SUS-REASON.
008120     IF RCY-SOURCE NOT = SPACES
008130         MOVE RCY-SOURCE TO SUS-SOURCE
008140     END-IF.
008150     IF SUS-LAST-RCY-DATE < WS-ASOF-DATE
008160         ADD 1 TO SUS-RECYCLE-COUNT
008170         MOVE WS-ASOF-DATE TO SUS-LAST-RCY-DATE
008180     END-IF.
008190     REWRITE SUS-RECORD
008200         INVALID KEY CONTINUE
008210     END-REWRITE.
008220     IF WS-SUS-STATUS NOT = "00"
008230         DISPLAY "SUS-FILE REWRITE FAILED - STATUS " WS-SUS-STATUS
008240         MOVE 16 TO RETURN-CODE
008250         STOP RUN
008260     END-IF.
008270 3100-NEXT.
008280     PERFORM 3900-READ-RECYCLE THRU 3900-EXIT.
008290 3100-EXIT.
008300     EXIT.
008310
008320 3110-OPEN-NEW-ITEM.
008330     MOVE WS-RCY-SET-ID TO SUS-SET-ID.
008340     MOVE WS-RCY-ORIG-DATE TO SUS-ORIG-DATE.
008350     SET SUS-OPEN TO TRUE.
008360     MOVE RCY-REASON TO SUS-REASON.
008370     MOVE RCY-SOURCE TO SUS-SOURCE.
008380     MOVE 1 TO SUS-RECYCLE-COUNT.
008390     MOVE WS-ASOF-DATE TO SUS-LAST-RCY-DATE.
008400     MOVE ZERO TO SUS-CLOSE-DATE.
008410     MOVE ZERO TO SUS-CLOSE-SEQ.
008420     WRITE SUS-RECORD
008430         INVALID KEY CONTINUE
008440     END-WRITE.
008450     IF WS-SUS-STATUS NOT = "00"
008460         DISPLAY "SUS-FILE WRITE FAILED - STATUS " WS-SUS-STATUS
008470         MOVE 16 TO RETURN-CODE
008480         STOP RUN
008490     END-IF.
008500     ADD 1 TO WS-ITEMS-OPENED.
008510 3110-EXIT.
008520     EXIT.
008530
008540 3900-READ-RECYCLE.
008550     READ RCY-FILE
008560         AT END SET WS-RCY-EOF TO TRUE
008570     END-READ.
008580 3900-EXIT.
008590     EXIT.
008600
008610*--------------------------------------------------------------*
008620*    4000-AGE-OPEN-ITEMS - WALK THE WHOLE LEDGER, LIST EVERY
008630*        OPEN ITEM WITH ITS AGE AND POST IT TO THE BUCKETS
008640*--------------------------------------------------------------*
008650 4000-AGE-OPEN-ITEMS.
008660     MOVE "OPEN SUSPENSE ITEMS" TO RPT-SEC-TITLE.
008670     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
008680     WRITE RPT-RECORD FROM RPT-OPEN-HDR.
008690     ADD 1 TO WS-LINE-COUNT.
008700     MOVE ZERO TO WS-TOT-TABLE.
008710     SET WS-SUS-NOT-EOF TO TRUE.
008720     MOVE ZERO TO SUS-SET-ID.
008730     MOVE ZERO TO SUS-ORIG-DATE.
008740     START SUS-FILE KEY NOT LESS THAN SUS-KEY
008750         INVALID KEY SET WS-SUS-EOF TO TRUE
008760     END-START.
008770     IF WS-SUS-NOT-EOF
008780         PERFORM 4900-READ-NEXT-ITEM THRU 4900-EXIT
008790     END-IF.
008800     PERFORM 4100-AGE-ONE-ITEM THRU 4100-EXIT
008810         UNTIL WS-SUS-EOF.
008820     IF WS-OPEN-ITEMS = ZERO
008830         WRITE RPT-RECORD FROM RPT-NONE-LINE
008840         ADD 1 TO WS-LINE-COUNT
008850     END-IF.
008860 4000-EXIT.
008870     EXIT.
008880
008890 4100-AGE-ONE-ITEM.
008900     IF NOT SUS-OPEN
008910         ADD 1 TO WS-CLOSED-ON-FILE
008920         GO TO 4100-NEXT
008930     END-IF.
008940     ADD 1 TO WS-OPEN-ITEMS.
008950     MOVE SUS-ORIG-DATE TO WS-DN-DATE-N.
008960     PERFORM 2800-COMPUTE-DAY-NUMBER THRU 2800-EXIT.
008970     IF WS-DN-DAYS > WS-ASOF-DAYS
008980         MOVE ZERO TO WS-AGE-DAYS
008990     ELSE
009000         COMPUTE WS-AGE-DAYS = WS-ASOF-DAYS - WS-DN-DAYS
009010     END-IF.
009020     IF WS-AGE-DAYS < 3
009030         MOVE 1 TO WS-BKT-IX
009040         MOVE "0-2" TO RPT-OP-BUCKET
009050     ELSE
009060         IF WS-AGE-DAYS < 8
009070             MOVE 2 TO WS-BKT-IX
009080             MOVE "3-7" TO RPT-OP-BUCKET
009090         ELSE
009100             MOVE 3 TO WS-BKT-IX
009110             MOVE "8+ STALE" TO RPT-OP-BUCKET
009120             ADD 1 TO WS-OPEN-STALE
009130         END-IF
009140     END-IF.
009150     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
009160     MOVE SUS-SET-ID TO RPT-OP-SETID.
009170     MOVE SUS-ORIG-DATE TO WS-EDIT-DATE-N.
009180     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
009190     MOVE WS-EDIT-DATE-PRINT TO RPT-OP-ORIG.
009200     MOVE SUS-REASON TO RPT-OP-REASON.
009210     MOVE SUS-SOURCE TO RPT-OP-SOURCE.
009220     MOVE WS-AGE-DAYS TO RPT-OP-AGE.
009230     MOVE SUS-RECYCLE-COUNT TO RPT-OP-RECYCLES.
009240     MOVE SUS-LAST-RCY-DATE TO WS-EDIT-DATE-N.
009250     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
009260     MOVE WS-EDIT-DATE-PRINT TO RPT-OP-LAST.
009270     WRITE RPT-RECORD FROM RPT-OPEN-LINE.
009280     ADD 1 TO WS-LINE-COUNT.
009290     PERFORM 4200-POST-REASON-BUCKET THRU 4200-EXIT.
009300     PERFORM 4300-POST-SOURCE-BUCKET THRU 4300-EXIT.
009310     ADD 1 TO WS-TOT-BKT (WS-BKT-IX).
009320     ADD 1 TO WS-TOT-ALL.
009330 4100-NEXT.
009340     PERFORM 4900-READ-NEXT-ITEM THRU 4900-EXIT.
009350 4100-EXIT.
009360     EXIT.
009370
009380*--------------------------------------------------------------*
009390*    4200-POST-REASON-BUCKET - FIND OR ADD THE REASON CODE
009400*--------------------------------------------------------------*
009410 4200-POST-REASON-BUCKET.
009420     MOVE ZERO TO WS-RSN-FOUND-IX.
009430     PERFORM 4210-SCAN-ONE-REASON THRU 4210-EXIT
009440         VARYING WS-RSN-IX FROM 1 BY 1
009450         UNTIL WS-RSN-IX > WS-RSN-COUNT
009460             OR WS-RSN-FOUND-IX > 0.
009470     IF WS-RSN-FOUND-IX = ZERO
009480         IF WS-RSN-COUNT < WS-RSN-MAX
009490             ADD 1 TO WS-RSN-COUNT
009500             MOVE WS-RSN-COUNT TO WS-RSN-FOUND-IX
009510             MOVE SUS-REASON TO WS-RSN-CODE (WS-RSN-FOUND-IX)
009520             MOVE ZERO TO WS-RSN-BKT (WS-RSN-FOUND-IX, 1)
009530             MOVE ZERO TO WS-RSN-BKT (WS-RSN-FOUND-IX, 2)
009540             MOVE ZERO TO WS-RSN-BKT (WS-RSN-FOUND-IX, 3)
009550             MOVE ZERO TO WS-RSN-TOTAL (WS-RSN-FOUND-IX)
009560         ELSE
009570             GO TO 4200-EXIT
009580         END-IF
009590     END-IF.
009600     ADD 1 TO WS-RSN-BKT (WS-RSN-FOUND-IX, WS-BKT-IX).
009610     ADD 1 TO WS-RSN-TOTAL (WS-RSN-FOUND-IX).
009620 4200-EXIT.
009630     EXIT.
009640
009650 4210-SCAN-ONE-REASON.
009660     IF WS-RSN-CODE (WS-RSN-IX) = SUS-REASON
009670         MOVE WS-RSN-IX TO WS-RSN-FOUND-IX
009680     END-IF.
009690 4210-EXIT.
009700     EXIT.
009710
009720*--------------------------------------------------------------*
009730*    4300-POST-SOURCE-BUCKET - FIND OR ADD THE SOURCE SYSTEM.
009740*        AN ITEM FROM BEFORE RCYOUT CARRIED THE SOURCE POSTS
009750*        UNDER UNKNOWN.
009760*--------------------------------------------------------------*
009770 4300-POST-SOURCE-BUCKET.
009780     IF SUS-SOURCE = SPACES
009790         MOVE "UNKNOWN" TO WS-ITEM-SOURCE
009800     ELSE
009810         MOVE SUS-SOURCE TO WS-ITEM-SOURCE
009820     END-IF.
009830     MOVE ZERO TO WS-SRC-FOUND-IX.
009840     PERFORM 4310-SCAN-ONE-SOURCE THRU 4310-EXIT
009850         VARYING WS-SRC-IX FROM 1 BY 1
009860         UNTIL WS-SRC-IX > WS-SRC-COUNT
009870             OR WS-SRC-FOUND-IX > 0.
009880     IF WS-SRC-FOUND-IX = ZERO
009890         IF WS-SRC-COUNT < WS-SRC-MAX
009900             ADD 1 TO WS-SRC-COUNT
009910             MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IX
009920             MOVE WS-ITEM-SOURCE TO WS-SRC-NAME (WS-SRC-FOUND-IX)
009930             MOVE ZERO TO WS-SRC-BKT (WS-SRC-FOUND-IX, 1)
009940             MOVE ZERO TO WS-SRC-BKT (WS-SRC-FOUND-IX, 2)
009950             MOVE ZERO TO WS-SRC-BKT (WS-SRC-FOUND-IX, 3)
009960             MOVE ZERO TO WS-SRC-TOTAL (WS-SRC-FOUND-IX)
009970         ELSE
009980             GO TO 4300-EXIT
009990         END-IF
010000     END-IF.
010010     ADD 1 TO WS-SRC-BKT (WS-SRC-FOUND-IX, WS-BKT-IX).
010020     ADD 1 TO WS-SRC-TOTAL (WS-SRC-FOUND-IX).
010030 4300-EXIT.
010040     EXIT.
010050
010060 4310-SCAN-ONE-SOURCE.
010070     IF WS-SRC-NAME (WS-SRC-IX) = WS-ITEM-SOURCE
010080         MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
010090     END-IF.
010100 4310-EXIT.
010110     EXIT.
010120
010130 4900-READ-NEXT-ITEM.
010140     READ SUS-FILE NEXT RECORD
010150         AT END SET WS-SUS-EOF TO TRUE
010160     END-READ.
010170 4900-EXIT.
010180     EXIT.
010190
010200*--------------------------------------------------------------*
010210*    5000-PRINT-AGING-BY-REASON - ONE LINE PER REASON CODE
010220*        WITH ITS PLAIN-ENGLISH MEANING, THEN THE TOTAL LINE
010230*--------------------------------------------------------------*
010240 5000-PRINT-AGING-BY-REASON.
010250     MOVE "OPEN ITEMS AGED BY REASON CODE" TO RPT-SEC-TITLE.
010260     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
010270     MOVE "REASON" TO RPT-AH-KEY.
010280     WRITE RPT-RECORD FROM RPT-AGE-HDR.
010290     ADD 1 TO WS-LINE-COUNT.
010300     PERFORM 5010-PRINT-ONE-REASON THRU 5010-EXIT
010310         VARYING WS-RSN-IX FROM 1 BY 1
010320         UNTIL WS-RSN-IX > WS-RSN-COUNT.
010330     PERFORM 5200-PRINT-TOTAL-LINE THRU 5200-EXIT.
010340 5000-EXIT.
010350     EXIT.
010360
010370 5010-PRINT-ONE-REASON.
010380     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
010390     MOVE WS-RSN-CODE (WS-RSN-IX) TO RPT-AG-KEY.
010400     EVALUATE WS-RSN-CODE (WS-RSN-IX)
010410         WHEN "ZD"
010420             MOVE "ZERO/DUP/NON-NUMERIC VALUE" TO RPT-AG-TEXT
010430         WHEN "CT"
010440             MOVE "BAD VALUE COUNT" TO RPT-AG-TEXT
010450         WHEN "OV"
010460             MOVE "LCM OVERFLOW" TO RPT-AG-TEXT
010470         WHEN "SP"
010480             MOVE "BAD SPECIES CODE" TO RPT-AG-TEXT
010490         WHEN "CB"
010500             MOVE "FAILED CONTROL BLOCK" TO RPT-AG-TEXT
010502         WHEN "UR"
010504             MOVE "SET NOT ON SET REGISTRY" TO RPT-AG-TEXT
010510         WHEN OTHER
010520             MOVE "OTHER" TO RPT-AG-TEXT
010530     END-EVALUATE.
010540     MOVE WS-RSN-BKT (WS-RSN-IX, 1) TO RPT-AG-BKT-1.
010550     MOVE WS-RSN-BKT (WS-RSN-IX, 2) TO RPT-AG-BKT-2.
010560     MOVE WS-RSN-BKT (WS-RSN-IX, 3) TO RPT-AG-BKT-3.
010570     MOVE WS-RSN-TOTAL (WS-RSN-IX) TO RPT-AG-TOTAL.
010580     WRITE RPT-RECORD FROM RPT-AGE-LINE.
010590     ADD 1 TO WS-LINE-COUNT.
010600 5010-EXIT.
010610     EXIT.
010620
010630*--------------------------------------------------------------*
010640*    5100-PRINT-AGING-BY-SOURCE - ONE LINE PER SOURCE SYSTEM
010650*--------------------------------------------------------------*
010660 5100-PRINT-AGING-BY-SOURCE.
010670     MOVE "OPEN ITEMS AGED BY SOURCE SYSTEM" TO RPT-SEC-TITLE.
010680     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
010690     MOVE "SOURCE" TO RPT-AH-KEY.
010700     WRITE RPT-RECORD FROM RPT-AGE-HDR.
010710     ADD 1 TO WS-LINE-COUNT.
010720     PERFORM 5110-PRINT-ONE-SOURCE THRU 5110-EXIT
010730         VARYING WS-SRC-IX FROM 1 BY 1
010740         UNTIL WS-SRC-IX > WS-SRC-COUNT.
010750     PERFORM 5200-PRINT-TOTAL-LINE THRU 5200-EXIT.
010760 5100-EXIT.
010770     EXIT.
010780
010790 5110-PRINT-ONE-SOURCE.
010800     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
010810     MOVE WS-SRC-NAME (WS-SRC-IX) TO RPT-AG-KEY.
010820     MOVE SPACES TO RPT-AG-TEXT.
010830     MOVE WS-SRC-BKT (WS-SRC-IX, 1) TO RPT-AG-BKT-1.
010840     MOVE WS-SRC-BKT (WS-SRC-IX, 2) TO RPT-AG-BKT-2.
010850     MOVE WS-SRC-BKT (WS-SRC-IX, 3) TO RPT-AG-BKT-3.
010860     MOVE WS-SRC-TOTAL (WS-SRC-IX) TO RPT-AG-TOTAL.
010870     WRITE RPT-RECORD FROM RPT-AGE-LINE.
010880     ADD 1 TO WS-LINE-COUNT.
010890 5110-EXIT.
010900     EXIT.
010910
010920 5200-PRINT-TOTAL-LINE.
010930     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
010940     MOVE "TOTAL" TO RPT-AG-KEY.
010950     MOVE SPACES TO RPT-AG-TEXT.
010960     MOVE WS-TOT-BKT (1) TO RPT-AG-BKT-1.
010970     MOVE WS-TOT-BKT (2) TO RPT-AG-BKT-2.
010980     MOVE WS-TOT-BKT (3) TO RPT-AG-BKT-3.
010990     MOVE WS-TOT-ALL TO RPT-AG-TOTAL.
011000     WRITE RPT-RECORD FROM RPT-AGE-LINE.
011010     ADD 1 TO WS-LINE-COUNT.
011020 5200-EXIT.
011030     EXIT.
011040
011050*--------------------------------------------------------------*
011060*    8000-PRODUCE-SUMMARY - LEDGER TOTALS AND RETURN CODE
011070*--------------------------------------------------------------*
011080 8000-PRODUCE-SUMMARY.
011090     PERFORM 1210-NEW-PAGE THRU 1210-EXIT.
011100     MOVE "CORRECTED AUDIT ROWS SCANNED" TO RPT-SUM-LABEL.
011110     MOVE WS-CORR-ROWS TO RPT-SUM-VALUE.
011120     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011130     MOVE "CORRECTIONS THAT FAILED AGAIN" TO RPT-SUM-LABEL.
011140     MOVE WS-CORR-STILL-BAD TO RPT-SUM-VALUE.
011150     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011160     MOVE "ITEMS CLOSED THIS RUN" TO RPT-SUM-LABEL.
011170     MOVE WS-ITEMS-CLOSED TO RPT-SUM-VALUE.
011180     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011190     MOVE "RCYOUT RECORDS READ" TO RPT-SUM-LABEL.
011200     MOVE WS-RCY-READ TO RPT-SUM-VALUE.
011210     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011220     MOVE "RCYOUT RECORDS WITHOUT A USABLE SET ID"
011230         TO RPT-SUM-LABEL.
011240     MOVE WS-RCY-NO-SETID TO RPT-SUM-VALUE.
011250     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011260     MOVE "ITEMS OPENED THIS RUN" TO RPT-SUM-LABEL.
011270     MOVE WS-ITEMS-OPENED TO RPT-SUM-VALUE.
011280     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011290     MOVE "OPEN ITEMS RECYCLED AGAIN" TO RPT-SUM-LABEL.
011300     MOVE WS-ITEMS-REFRESHED TO RPT-SUM-VALUE.
011310     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011320     MOVE "CLOSED ITEMS REOPENED" TO RPT-SUM-LABEL.
011330     MOVE WS-ITEMS-REOPENED TO RPT-SUM-VALUE.
011340     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011350     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
011360     MOVE "OPEN ITEMS ON THE LEDGER" TO RPT-SUM-LABEL.
011370     MOVE WS-OPEN-ITEMS TO RPT-SUM-VALUE.
011380     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011390     MOVE "OPEN ITEMS 8 OR MORE DAYS OLD" TO RPT-SUM-LABEL.
011400     MOVE WS-OPEN-STALE TO RPT-SUM-VALUE.
011410     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011420     MOVE "CLOSED ITEMS ON THE LEDGER" TO RPT-SUM-LABEL.
011430     MOVE WS-CLOSED-ON-FILE TO RPT-SUM-VALUE.
011440     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
011450     DISPLAY "CORRECTED ROWS SCANNED. " WS-CORR-ROWS.
011460     DISPLAY "ITEMS CLOSED........... " WS-ITEMS-CLOSED.
011470     DISPLAY "RCYOUT RECORDS READ.... " WS-RCY-READ.
011480     DISPLAY "ITEMS OPENED........... " WS-ITEMS-OPENED.
011490     DISPLAY "ITEMS REOPENED......... " WS-ITEMS-REOPENED.
011500     DISPLAY "OPEN ITEMS............. " WS-OPEN-ITEMS.
011510     DISPLAY "OPEN ITEMS 8+ DAYS..... " WS-OPEN-STALE.
011520     IF WS-OPEN-STALE > ZERO
011530         MOVE 4 TO RETURN-CODE
011540     ELSE
011550         MOVE ZERO TO RETURN-CODE
011560     END-IF.
011570     DISPLAY "JOB RETURN CODE " RETURN-CODE.
011580 8000-EXIT.
011590     EXIT.
011600
011610*--------------------------------------------------------------*
011620*    9000-TERMINATE - CLOSE ALL FILES
011630*--------------------------------------------------------------*
011640 9000-TERMINATE.
011650     CLOSE RCY-FILE.
011660     CLOSE AUD-FILE.
011670     CLOSE SUS-FILE.
011680     CLOSE RPT-FILE.
011690 9000-EXIT.
011700     EXIT.
