000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.AUDRCVR.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  FORWARD RECOVERY OF LCMAUDIT.
000220*                   TAKES ONE AUDJRNL JOURNAL GENERATION AND
000230*                   THE LCMAUDBK BACKUP IT WAS STARTED WITH
000240*                   (AUDBKUP), CHECKS THE BACKUP'S ROW COUNT
000250*                   AND KEY HASH AGAINST THE GENERATION HEADER,
000260*                   RELOADS LCMAUDIT FROM THE BACKUP AND
000270*                   REAPPLIES THE JOURNAL ENTRIES IN ORDER UP
000280*                   TO THE RECOVERY POINT (UNTIL=MM/DD/YYYY
000290*                   HH:MM:SS ON RCVPARM, DEFAULT THE END OF THE
000300*                   JOURNAL).  THE AB110 REPORT LISTS EVERY
000310*                   ENTRY APPLIED AND ANY ROW THAT DID NOT
000320*                   STAND AS THE JOURNAL SAYS IT DID.  RUN
000330*                   ONLY WITH THE NIGHTLY STREAM STOPPED.
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BKP-FILE ASSIGN TO "LCMAUDBK"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BKP-STATUS.
000410     SELECT JRN-FILE ASSIGN TO "AUDJRNL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-JRN-STATUS.
000440     SELECT AUD-FILE ASSIGN TO "LCMAUDIT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS AUD-KEY
000480         FILE STATUS IS WS-AUD-STATUS.
000490     SELECT PARM-FILE ASSIGN TO "RCVPARM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PRM-STATUS.
000520     SELECT RPT-FILE ASSIGN TO "RCVRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*--------------------------------------------------------------*
000590*    BKP-FILE - THE BACKUP THE JOURNAL GENERATION STARTED WITH
000600*--------------------------------------------------------------*
000610 FD  BKP-FILE
000620     RECORDING MODE IS F.
000630     COPY AUDREC REPLACING LEADING ==AUD== BY ==BKP==.
000640
000650*--------------------------------------------------------------*
000660*    JRN-FILE - THE JOURNAL GENERATION TO REAPPLY
000670*--------------------------------------------------------------*
000680 FD  JRN-FILE
000690     RECORDING MODE IS F.
000700     COPY JRNREC.
000710
000720*--------------------------------------------------------------*
000730*    AUD-FILE - AUDIT LOG, REBUILT FROM THE BACKUP
000740*--------------------------------------------------------------*
000750 FD  AUD-FILE.
000760     COPY AUDREC.
000770
000780*--------------------------------------------------------------*
000790*    PARM-FILE - OPTIONAL RECOVERY POINT CARD
000800*--------------------------------------------------------------*
000810 FD  PARM-FILE
000820     RECORDING MODE IS F.
000830 01  PARM-RECORD                 PIC X(80).
000840
000850*--------------------------------------------------------------*
000860*    RPT-FILE - PRINTED RECOVERY REPORT
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
000970     05  WS-BKP-STATUS           PIC X(02) VALUE "00".
000980     05  WS-JRN-STATUS           PIC X(02) VALUE "00".
000990     05  WS-AUD-STATUS           PIC X(02) VALUE "00".
001000     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
001010     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
001020
001030 01  WS-BKP-EOF-SW               PIC X(01) VALUE "N".
001040     88  WS-BKP-EOF                      VALUE "Y".
001050     88  WS-BKP-NOT-EOF                  VALUE "N".
001060
001070 01  WS-JRN-EOF-SW               PIC X(01) VALUE "N".
001080     88  WS-JRN-EOF                      VALUE "Y".
001090     88  WS-JRN-NOT-EOF                  VALUE "N".
001100
001110 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
001120     88  WS-PRM-EOF                      VALUE "Y".
001130     88  WS-PRM-NOT-EOF                  VALUE "N".
001140
001150*--------------------------------------------------------------*
001160*    THE GENERATION BEING REAPPLIED, FROM ITS H HEADER, AND
001170*        THE BACKUP AS READ
001180*--------------------------------------------------------------*
001190 77  WS-GENERATION               PIC 9(05) VALUE 0.
001200 77  WS-HDR-BKUP-DATE            PIC 9(08) VALUE 0.
001210 77  WS-HDR-BKUP-TIME            PIC 9(06) VALUE 0.
001220 77  WS-HDR-BKUP-ROWS            PIC 9(09) VALUE 0.
001230 77  WS-HDR-BKUP-HASH            PIC 9(15) VALUE 0.
001240 77  WS-BKP-ROWS                 PIC 9(09) VALUE 0.
001250 77  WS-BKP-HASH                 PIC 9(15) VALUE 0.
001260
001270*--------------------------------------------------------------*
001280*    RECOVERY POINT - ENTRIES STAMPED AFTER IT ARE NOT APPLIED.
001290*        NO UNTIL= CARD REAPPLIES THE WHOLE GENERATION.
001300*--------------------------------------------------------------*
001310 01  WS-UNTIL-SW                 PIC X(01) VALUE "N".
001320     88  WS-UNTIL-GIVEN                  VALUE "Y".
001330 01  WS-PAST-POINT-SW            PIC X(01) VALUE "N".
001340     88  WS-PAST-POINT                   VALUE "Y".
001350 77  WS-UNTIL-DATE               PIC 9(08) VALUE 0.
001360 77  WS-UNTIL-TIME               PIC 9(06) VALUE 0.
001370 77  WS-ENTRY-TIME               PIC 9(06) VALUE 0.
001380 01  WS-DATE-MDY.
001390     05  WS-MDY-MM               PIC X(02).
001400     05  FILLER                  PIC X(01).
001410     05  WS-MDY-DD               PIC X(02).
001420     05  FILLER                  PIC X(01).
001430     05  WS-MDY-YYYY             PIC X(04).
001440 01  WS-DATE-YMD.
001450     05  WS-YMD-YYYY             PIC X(04).
001460     05  WS-YMD-MM               PIC X(02).
001470     05  WS-YMD-DD               PIC X(02).
001480 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD
001490                                 PIC 9(08).
001500 01  WS-TIME-HMS.
001510     05  WS-HMS-HH               PIC X(02).
001520     05  FILLER                  PIC X(01).
001530     05  WS-HMS-MM               PIC X(02).
001540     05  FILLER                  PIC X(01).
001550     05  WS-HMS-SS               PIC X(02).
001560 01  WS-TIME-HHMMSS.
001570     05  WS-HHMMSS-HH            PIC X(02).
001580     05  WS-HHMMSS-MM            PIC X(02).
001590     05  WS-HHMMSS-SS            PIC X(02).
001600 01  WS-TIME-HHMMSS-N REDEFINES WS-TIME-HHMMSS
001610                                 PIC 9(06).
001620
001630*--------------------------------------------------------------*
001640*    GENERATION TRAILER - PRESENT ONLY ON A GENERATION AUDBKUP
001650*        HAS CLOSED OUT
001660*--------------------------------------------------------------*
001670 01  WS-TRL-SEEN-SW              PIC X(01) VALUE "N".
001680     88  WS-TRL-SEEN                     VALUE "Y".
001690 01  WS-TRL-BAD-SW               PIC X(01) VALUE "N".
001700     88  WS-TRL-BAD                      VALUE "Y".
001710 77  WS-TRL-DATE                 PIC 9(08) VALUE 0.
001720 77  WS-TRL-TIME                 PIC 9(06) VALUE 0.
001730 77  WS-TRL-COUNT                PIC 9(09) VALUE 0.
001740
001750*--------------------------------------------------------------*
001760*    COUNTERS AND THE NOTE FOR THE ENTRY BEING APPLIED
001770*--------------------------------------------------------------*
001780 77  WS-ENTRIES-READ             PIC 9(09) VALUE 0.
001790 77  WS-ENTRIES-APPLIED          PIC 9(09) VALUE 0.
001800 77  WS-ROWS-ADDED               PIC 9(09) VALUE 0.
001810 77  WS-ROWS-REWRITTEN           PIC 9(09) VALUE 0.
001820 77  WS-ROWS-DELETED             PIC 9(09) VALUE 0.
001830 77  WS-ENTRIES-EXCEPTION        PIC 9(09) VALUE 0.
001840 77  WS-ENTRIES-NOT-APPLIED      PIC 9(09) VALUE 0.
001850 77  WS-ENTRY-NOTE               PIC X(40) VALUE SPACES.
001860
001870*--------------------------------------------------------------*
001880*    RUN DATE / REPORT PAGINATION
001890*--------------------------------------------------------------*
001900 01  WS-RUN-DATE-RAW.
001910     05  WS-RUN-YYYY             PIC 9(04).
001920     05  WS-RUN-MM               PIC 9(02).
001930     05  WS-RUN-DD               PIC 9(02).
001940 01  WS-RUN-DATE-PRINT.
001950     05  WS-PRT-MM               PIC 9(02).
001960     05  FILLER                  PIC X(01) VALUE "/".
001970     05  WS-PRT-DD               PIC 9(02).
001980     05  FILLER                  PIC X(01) VALUE "/".
001990     05  WS-PRT-YYYY             PIC 9(04).
002000
002010 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
002020 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
002030 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
002040
002050*--------------------------------------------------------------*
002060*    PRINT LINE LAYOUTS
002070*--------------------------------------------------------------*
002080 01  RPT-HEADER-1.
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  FILLER                  PIC X(40)
002110             VALUE "AB110 - LCMAUDIT FORWARD RECOVERY".
002120     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  RPT1-DATE               PIC X(10).
002150     05  FILLER                  PIC X(06) VALUE SPACES.
002160     05  FILLER                  PIC X(05) VALUE "PAGE ".
002170     05  RPT1-PAGE               PIC ZZ9.
002180     05  FILLER                  PIC X(58) VALUE SPACES.
002190
002200 01  RPT-HEADER-2.
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  FILLER                  PIC X(131) VALUE ALL "-".
002230
002240 01  RPT-GEN-LINE.
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  FILLER                  PIC X(19)
002270             VALUE "JOURNAL GENERATION ".
002280     05  RPT-G-GEN               PIC 9(05).
002290     05  FILLER                  PIC X(16)
002300             VALUE "  BACKUP TAKEN  ".
002310     05  RPT-G-DATE              PIC 9(08).
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  RPT-G-TIME              PIC 9(06).
002340     05  FILLER                  PIC X(08) VALUE "  ROWS  ".
002350     05  RPT-G-ROWS              PIC Z(08)9.
002360     05  FILLER                  PIC X(12) VALUE "  KEY HASH  ".
002370     05  RPT-G-HASH              PIC Z(14)9.
002380     05  FILLER                  PIC X(32) VALUE SPACES.
002390
002400 01  RPT-POINT-LINE.
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  FILLER                  PIC X(16)
002430             VALUE "RECOVERY POINT  ".
002440     05  RPT-P-DATE              PIC 9(08).
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  RPT-P-TIME              PIC 9(06).
002470     05  FILLER                  PIC X(100) VALUE SPACES.
002480
002490 01  RPT-NO-POINT-LINE.
002500     05  FILLER                  PIC X(01) VALUE SPACE.
002510     05  FILLER                  PIC X(50) VALUE
002520         "RECOVERY POINT  END OF THE JOURNAL GENERATION".
002530     05  FILLER                  PIC X(81) VALUE SPACES.
002540
002550 01  RPT-COLUMN-LINE.
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  FILLER                  PIC X(11) VALUE "    ENTRY  ".
002580     05  FILLER                  PIC X(09) VALUE "PROGRAM  ".
002590     05  FILLER                  PIC X(16)
002600             VALUE "POSTED          ".
002610     05  FILLER                  PIC X(09) VALUE "ACTION   ".
002620     05  FILLER                  PIC X(19)
002630             VALUE "ROW DATE SET   SQ  ".
002640     05  FILLER                  PIC X(40) VALUE "EXCEPTION".
002650     05  FILLER                  PIC X(27) VALUE SPACES.
002660
002670 01  RPT-DETAIL-LINE.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  RPT-D-ENTRY             PIC Z(08)9.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  RPT-D-PROGRAM           PIC X(08).
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  RPT-D-DATE              PIC 9(08).
002740     05  FILLER                  PIC X(01) VALUE SPACE.
002750     05  RPT-D-TIME              PIC 9(06).
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  RPT-D-ACTION            PIC X(08).
002780     05  FILLER                  PIC X(01) VALUE SPACE.
002790     05  RPT-D-KEY-DATE          PIC 9(08).
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  RPT-D-SET-ID            PIC 9(05).
002820     05  FILLER                  PIC X(01) VALUE SPACE.
002830     05  RPT-D-SEQ               PIC 9(02).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  RPT-D-NOTE              PIC X(40).
002860     05  FILLER                  PIC X(27) VALUE SPACES.
002870
002880 01  RPT-TRAILER-LINE.
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  FILLER                  PIC X(28)
002910             VALUE "GENERATION CLOSED BY AUDBKUP".
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  RPT-T-DATE              PIC 9(08).
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950     05  RPT-T-TIME              PIC 9(06).
002960     05  FILLER                  PIC X(18)
002970             VALUE "  TRAILER COUNT  ".
002980     05  RPT-T-COUNT             PIC Z(08)9.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  RPT-T-VERDICT           PIC X(40).
003010     05  FILLER                  PIC X(17) VALUE SPACES.
003020
003030 01  RPT-OPEN-GEN-LINE.
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  FILLER                  PIC X(60) VALUE
003060         "GENERATION STILL OPEN - NO TRAILER (CURRENT AUDJRNL)".
003070     05  FILLER                  PIC X(71) VALUE SPACES.
003080
003090 01  RPT-NEW-BACKUP-LINE.
003100     05  FILLER                  PIC X(01) VALUE SPACE.
003110     05  FILLER                  PIC X(60) VALUE
003120         "ENTRIES LEFT UNAPPLIED - RUN AUDBKUP BEFORE ANY UPDATE".
003130     05  FILLER                  PIC X(71) VALUE SPACES.
003140
003150 01  RPT-SUMMARY-LINE.
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  RPT-SUM-LABEL           PIC X(46).
003180     05  RPT-SUM-VALUE           PIC Z(08)9.
003190     05  FILLER                  PIC X(76) VALUE SPACES.
003200
003210 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
003220
003230 PROCEDURE DIVISION.
003240*--------------------------------------------------------------*
003250*    0000-MAINLINE - OVERALL JOB CONTROL
003260*--------------------------------------------------------------*
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     PERFORM 2000-APPLY-ONE-ENTRY THRU 2000-EXIT
003300         UNTIL WS-JRN-EOF.
003310     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
003320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003330     STOP RUN.
003340
003350*--------------------------------------------------------------*
003360*    1000-INITIALIZE - READ THE RECOVERY POINT AND THE
003370*        GENERATION HEADER, PROVE THE BACKUP BELONGS TO THE
003380*        GENERATION, THEN RELOAD LCMAUDIT FROM IT.  NOTHING
003390*        TOUCHES LCMAUDIT UNTIL THE BACKUP HAS BEEN PROVED.
003400*--------------------------------------------------------------*
003410 1000-INITIALIZE.
003420     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
003430     MOVE WS-RUN-MM TO WS-PRT-MM.
003440     MOVE WS-RUN-DD TO WS-PRT-DD.
003450     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
003460
003470     OPEN OUTPUT RPT-FILE.
003480     IF WS-RPT-STATUS NOT = "00"
003490         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
003540     OPEN INPUT JRN-FILE.
003550     IF WS-JRN-STATUS NOT = "00"
003560         DISPLAY "JRN-FILE OPEN FAILED - STATUS " WS-JRN-STATUS
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     SET WS-JRN-NOT-EOF TO TRUE.
003610     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
003620     IF WS-JRN-EOF OR NOT JRN-HEADER
003630         DISPLAY "AUDJRNL DOES NOT START WITH A GENERATION HEADER"
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670     MOVE JRN-H-GENERATION TO WS-GENERATION.
003680     MOVE JRN-H-BKUP-DATE TO WS-HDR-BKUP-DATE.
003690     MOVE JRN-H-BKUP-TIME TO WS-HDR-BKUP-TIME.
003700     MOVE JRN-H-BKUP-ROWS TO WS-HDR-BKUP-ROWS.
003710     MOVE JRN-H-BKUP-HASH TO WS-HDR-BKUP-HASH.
003720     PERFORM 1300-PROVE-BACKUP THRU 1300-EXIT.
003730     PERFORM 1400-RELOAD-AUDIT-LOG THRU 1400-EXIT.
003740     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
003750     MOVE WS-GENERATION TO RPT-G-GEN.
003760     MOVE WS-HDR-BKUP-DATE TO RPT-G-DATE.
003770     MOVE WS-HDR-BKUP-TIME TO RPT-G-TIME.
003780     MOVE WS-HDR-BKUP-ROWS TO RPT-G-ROWS.
003790     MOVE WS-HDR-BKUP-HASH TO RPT-G-HASH.
003800     WRITE RPT-RECORD FROM RPT-GEN-LINE.
003810     IF WS-UNTIL-GIVEN
003820         MOVE WS-UNTIL-DATE TO RPT-P-DATE
003830         MOVE WS-UNTIL-TIME TO RPT-P-TIME
003840         WRITE RPT-RECORD FROM RPT-POINT-LINE
003850     ELSE
003860         WRITE RPT-RECORD FROM RPT-NO-POINT-LINE
003870     END-IF.
003880     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
003890     WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
003900     ADD 4 TO WS-LINE-COUNT.
003910     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
003920 1000-EXIT.
003930     EXIT.
003940
003950*--------------------------------------------------------------*
003960*    1100-READ-PARM-CARDS - UNTIL=MM/DD/YYYY HH:MM:SS SETS THE
003970*        RECOVERY POINT (NO TIME IS THE END OF THAT DAY).  NO
003980*        PARM FILE REAPPLIES THE WHOLE GENERATION.
003990*--------------------------------------------------------------*
004000 1100-READ-PARM-CARDS.
004010     OPEN INPUT PARM-FILE.
004020     IF WS-PRM-STATUS = "35"
004030         GO TO 1100-EXIT
004040     END-IF.
004050     IF WS-PRM-STATUS NOT = "00"
004060         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     SET WS-PRM-NOT-EOF TO TRUE.
004110     READ PARM-FILE
004120         AT END SET WS-PRM-EOF TO TRUE
004130     END-READ.
004140     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
004150         UNTIL WS-PRM-EOF.
004160     CLOSE PARM-FILE.
004170 1100-EXIT.
004180     EXIT.
004190
004200 1110-APPLY-ONE-PARM.
004210     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
004220         GO TO 1110-NEXT
004230     END-IF.
004240     IF PARM-RECORD (1:6) = "UNTIL="
004250         MOVE PARM-RECORD (7:10) TO WS-DATE-MDY
004260         MOVE WS-MDY-YYYY TO WS-YMD-YYYY
004270         MOVE WS-MDY-MM TO WS-YMD-MM
004280         MOVE WS-MDY-DD TO WS-YMD-DD
004290         IF WS-DATE-YMD NOT NUMERIC
004300             DISPLAY "INVALID UNTIL DATE ON PARM CARD - "
004310                 PARM-RECORD
004320             MOVE 16 TO RETURN-CODE
004330             STOP RUN
004340         END-IF
004350         MOVE WS-DATE-YMD-N TO WS-UNTIL-DATE
004360         IF PARM-RECORD (18:8) = SPACES
004370             MOVE "23:59:59" TO WS-TIME-HMS
004380         ELSE
004390             MOVE PARM-RECORD (18:8) TO WS-TIME-HMS
004400         END-IF
004410         MOVE WS-HMS-HH TO WS-HHMMSS-HH
004420         MOVE WS-HMS-MM TO WS-HHMMSS-MM
004430         MOVE WS-HMS-SS TO WS-HHMMSS-SS
004440         IF WS-TIME-HHMMSS NOT NUMERIC
004450             DISPLAY "INVALID UNTIL TIME ON PARM CARD - "
004460                 PARM-RECORD
004470             MOVE 16 TO RETURN-CODE
004480             STOP RUN
004490         END-IF
004500         MOVE WS-TIME-HHMMSS-N TO WS-UNTIL-TIME
004510         MOVE "Y" TO WS-UNTIL-SW
004520         GO TO 1110-NEXT
004530     END-IF.
004540     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
004550     MOVE 16 TO RETURN-CODE.
004560     STOP RUN.
004570 1110-NEXT.
004580     READ PARM-FILE
004590         AT END SET WS-PRM-EOF TO TRUE
004600     END-READ.
004610 1110-EXIT.
004620     EXIT.
004630
004640*--------------------------------------------------------------*
004650*    1200-PRINT-HEADING - REPORT PAGE HEADER
004660*--------------------------------------------------------------*
004670 1200-PRINT-HEADING.
004680     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
004690     MOVE WS-PAGE-NO TO RPT1-PAGE.
004700     WRITE RPT-RECORD FROM RPT-HEADER-1.
004710     WRITE RPT-RECORD FROM RPT-HEADER-2.
004720     MOVE ZERO TO WS-LINE-COUNT.
004730 1200-EXIT.
004740     EXIT.
004750
004760*--------------------------------------------------------------*
004770*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
004780*--------------------------------------------------------------*
004790 1210-NEW-PAGE.
004800     ADD 1 TO WS-PAGE-NO.
004810     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004820     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
004830     WRITE RPT-RECORD FROM RPT-COLUMN-LINE.
004840     ADD 1 TO WS-LINE-COUNT.
004850 1210-EXIT.
004860     EXIT.
004870
004880*--------------------------------------------------------------*
004890*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
004900*--------------------------------------------------------------*
004910 1220-CHECK-PAGE-BREAK.
004920     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
004930         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
004940     END-IF.
004950 1220-EXIT.
004960     EXIT.
004970
004980*--------------------------------------------------------------*
004990*    1300-PROVE-BACKUP - ROW COUNT AND KEY HASH (DATE + SET ID
005000*        + SEQUENCE OF EVERY ROW) MUST MATCH THE GENERATION
005010*        HEADER, OR THE WRONG BACKUP IS MOUNTED.  A GENERATION
005020*        STARTED ON AN EMPTY LOG NEEDS NO BACKUP FILE.
005030*--------------------------------------------------------------*
005040 1300-PROVE-BACKUP.
005050     OPEN INPUT BKP-FILE.
005060     IF WS-BKP-STATUS = "35" AND WS-HDR-BKUP-ROWS = ZERO
005070         GO TO 1300-EXIT
005080     END-IF.
005090     IF WS-BKP-STATUS NOT = "00"
005100         DISPLAY "BKP-FILE OPEN FAILED - STATUS " WS-BKP-STATUS
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF.
005140     SET WS-BKP-NOT-EOF TO TRUE.
005150     PERFORM 1390-READ-BACKUP THRU 1390-EXIT.
005160     PERFORM 1310-COUNT-ONE-ROW THRU 1310-EXIT
005170         UNTIL WS-BKP-EOF.
005180     CLOSE BKP-FILE.
005190     IF WS-BKP-ROWS NOT = WS-HDR-BKUP-ROWS
005200             OR WS-BKP-HASH NOT = WS-HDR-BKUP-HASH
005210         DISPLAY "LCMAUDBK IS NOT THE BACKUP JOURNAL GENERATION "
005220             WS-GENERATION " STARTED WITH"
005230         DISPLAY "  BACKUP ROWS " WS-BKP-ROWS " HASH " WS-BKP-HASH
005240         DISPLAY "  HEADER ROWS " WS-HDR-BKUP-ROWS " HASH "
005250             WS-HDR-BKUP-HASH
005260         DISPLAY "LCMAUDIT NOT TOUCHED"
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300 1300-EXIT.
005310     EXIT.
005320
005330 1310-COUNT-ONE-ROW.
005340     ADD 1 TO WS-BKP-ROWS.
005350     ADD BKP-KEY-DATE BKP-SET-ID BKP-CORR-SEQ TO WS-BKP-HASH.
005360     PERFORM 1390-READ-BACKUP THRU 1390-EXIT.
005370 1310-EXIT.
005380     EXIT.
005390
005400 1390-READ-BACKUP.
005410     READ BKP-FILE
005420         AT END SET WS-BKP-EOF TO TRUE
005430     END-READ.
005440 1390-EXIT.
005450     EXIT.
005460
005470*--------------------------------------------------------------*
005480*    1400-RELOAD-AUDIT-LOG - LCMAUDIT STARTS OVER AS THE BACKUP
005490*        LEFT IT, THEN IS REOPENED FOR THE JOURNAL TO UPDATE
005500*--------------------------------------------------------------*
005510 1400-RELOAD-AUDIT-LOG.
005520     OPEN OUTPUT AUD-FILE.
005530     IF WS-AUD-STATUS NOT = "00"
005540         DISPLAY "AUD-FILE OPEN FAILED - STATUS " WS-AUD-STATUS
005550         MOVE 16 TO RETURN-CODE
005560         STOP RUN
005570     END-IF.
005580     IF WS-BKP-ROWS > ZERO
005590         OPEN INPUT BKP-FILE
005600         SET WS-BKP-NOT-EOF TO TRUE
005610         PERFORM 1390-READ-BACKUP THRU 1390-EXIT
005620         PERFORM 1410-RELOAD-ONE-ROW THRU 1410-EXIT
005630             UNTIL WS-BKP-EOF
005640         CLOSE BKP-FILE
005650     END-IF.
005660     CLOSE AUD-FILE.
005670     OPEN I-O AUD-FILE.
005680     IF WS-AUD-STATUS NOT = "00"
005690         DISPLAY "AUD-FILE OPEN FAILED - STATUS " WS-AUD-STATUS
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005730 1400-EXIT.
005740     EXIT.
005750
005760 1410-RELOAD-ONE-ROW.
005770     WRITE AUD-RECORD FROM BKP-RECORD.
005780     IF WS-AUD-STATUS NOT = "00"
005790         DISPLAY "AUD-FILE RELOAD FAILED - STATUS " WS-AUD-STATUS
005800             " KEY " BKP-KEY
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840     PERFORM 1390-READ-BACKUP THRU 1390-EXIT.
005850 1410-EXIT.
005860     EXIT.
005870
005880*--------------------------------------------------------------*
005890*    2000-APPLY-ONE-ENTRY - REAPPLY ONE D ENTRY, IN JOURNAL
005900*        ORDER, UNTIL THE FIRST ONE STAMPED PAST THE RECOVERY
005910*        POINT; EVERYTHING FROM THERE ON IS ONLY COUNTED.  A T
005920*        TRAILER ENDS A CLOSED GENERATION.
005930*--------------------------------------------------------------*
005940 2000-APPLY-ONE-ENTRY.
005950     IF WS-TRL-SEEN
005960         DISPLAY "RECORDS FOLLOW THE GENERATION TRAILER"
005970             " ON AUDJRNL"
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF.
006010     IF JRN-HEADER
006020         DISPLAY "SECOND GENERATION HEADER ON AUDJRNL - ONE"
006030             " GENERATION IS REAPPLIED PER RUN"
006040         MOVE 16 TO RETURN-CODE
006050         STOP RUN
006060     END-IF.
006070     IF JRN-TRAILER
006080         PERFORM 2500-CHECK-TRAILER THRU 2500-EXIT
006090         GO TO 2000-NEXT
006100     END-IF.
006110     IF NOT JRN-ENTRY
006120             OR (NOT JRN-ADD AND NOT JRN-REWRITE
006130                 AND NOT JRN-DELETE)
006140         DISPLAY "UNREADABLE AUDJRNL RECORD AFTER ENTRY "
006150             WS-ENTRIES-READ
006160         MOVE 16 TO RETURN-CODE
006170         STOP RUN
006180     END-IF.
006190     ADD 1 TO WS-ENTRIES-READ.
006200     IF NOT WS-PAST-POINT AND WS-UNTIL-GIVEN
006210         MOVE JRN-TIME (1:6) TO WS-ENTRY-TIME
006220         IF JRN-DATE > WS-UNTIL-DATE
006230                 OR (JRN-DATE = WS-UNTIL-DATE
006240                     AND WS-ENTRY-TIME > WS-UNTIL-TIME)
006250             MOVE "Y" TO WS-PAST-POINT-SW
006260         END-IF
006270     END-IF.
006280     IF WS-PAST-POINT
006290         ADD 1 TO WS-ENTRIES-NOT-APPLIED
006300         GO TO 2000-NEXT
006310     END-IF.
006320     MOVE SPACES TO WS-ENTRY-NOTE.
006330     IF JRN-ADD
006340         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
006350     END-IF.
006360     IF JRN-REWRITE
006370         PERFORM 2200-APPLY-REWRITE THRU 2200-EXIT
006380     END-IF.
006390     IF JRN-DELETE
006400         PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
006410     END-IF.
006420     ADD 1 TO WS-ENTRIES-APPLIED.
006430     IF WS-ENTRY-NOTE NOT = SPACES
006440         ADD 1 TO WS-ENTRIES-EXCEPTION
006450     END-IF.
006460     PERFORM 2400-PRINT-ENTRY THRU 2400-EXIT.
006470 2000-NEXT.
006480     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
006490 2000-EXIT.
006500     EXIT.
006510
006520*--------------------------------------------------------------*
006530*    2100-APPLY-ADD - THE ROW SHOULD NOT BE ON THE LOG YET; IF
006540*        IT IS, THE JOURNAL'S AFTER IMAGE REPLACES IT
006550*--------------------------------------------------------------*
006560 2100-APPLY-ADD.
006570     MOVE JRN-AFTER-IMAGE TO AUD-RECORD.
006580     WRITE AUD-RECORD
006590         INVALID KEY CONTINUE
006600     END-WRITE.
006610     IF WS-AUD-STATUS = "22"
006620         PERFORM 2110-REPLACE-EXISTING-ROW THRU 2110-EXIT
006630         GO TO 2100-EXIT
006640     END-IF.
006650     IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "02"
006660         DISPLAY "AUD-FILE WRITE FAILED - STATUS " WS-AUD-STATUS
006670         MOVE 16 TO RETURN-CODE
006680         STOP RUN
006690     END-IF.
006700     ADD 1 TO WS-ROWS-ADDED.
006710 2100-EXIT.
006720     EXIT.
006730
006740 2110-REPLACE-EXISTING-ROW.
006750     READ AUD-FILE
006760         INVALID KEY CONTINUE
006770     END-READ.
006780     IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "02"
006790         DISPLAY "AUD-FILE READ FAILED - STATUS " WS-AUD-STATUS
006800         MOVE 16 TO RETURN-CODE
006810         STOP RUN
006820     END-IF.
006830     IF AUD-RECORD = JRN-AFTER-IMAGE
006840         MOVE "ADD - ROW ALREADY ON FILE AS JOURNALED"
006850             TO WS-ENTRY-NOTE
006860         GO TO 2110-EXIT
006870     END-IF.
006880     MOVE "ADD - ROW ON FILE, REPLACED" TO WS-ENTRY-NOTE.
006890     MOVE JRN-AFTER-IMAGE TO AUD-RECORD.
006900     PERFORM 2190-REWRITE-ROW THRU 2190-EXIT.
006910     ADD 1 TO WS-ROWS-ADDED.
006920 2110-EXIT.
006930     EXIT.
006940
006950 2190-REWRITE-ROW.
006960     REWRITE AUD-RECORD
006970         INVALID KEY CONTINUE
006980     END-REWRITE.
006990     IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "02"
007000         DISPLAY "AUD-FILE REWRITE FAILED - STATUS " WS-AUD-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF.
007040 2190-EXIT.
007050     EXIT.
007060
007070*--------------------------------------------------------------*
007080*    2200-APPLY-REWRITE - THE ROW ON THE LOG SHOULD MATCH THE
007090*        BEFORE IMAGE; EITHER WAY IT LEAVES AS THE AFTER IMAGE
007100*--------------------------------------------------------------*
007110 2200-APPLY-REWRITE.
007120     MOVE JRN-AFTER-IMAGE TO AUD-RECORD.
007130     READ AUD-FILE
007140         INVALID KEY CONTINUE
007150     END-READ.
007160     IF WS-AUD-STATUS = "23"
007170         MOVE "REWRITE - ROW NOT ON FILE, ADDED" TO WS-ENTRY-NOTE
007180         MOVE JRN-AFTER-IMAGE TO AUD-RECORD
007190         WRITE AUD-RECORD
007200             INVALID KEY CONTINUE
007210         END-WRITE
007220         IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "02"
007230             DISPLAY "AUD-FILE WRITE FAILED - STATUS "
007240                 WS-AUD-STATUS
007250             MOVE 16 TO RETURN-CODE
007260             STOP RUN
007270         END-IF
007280         ADD 1 TO WS-ROWS-REWRITTEN
007290         GO TO 2200-EXIT
007300     END-IF.
007310     IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "02"
007320         DISPLAY "AUD-FILE READ FAILED - STATUS " WS-AUD-STATUS
007330         MOVE 16 TO RETURN-CODE
007340         STOP RUN
007350     END-IF.
007360     IF AUD-RECORD NOT = JRN-BEFORE-IMAGE
007370         MOVE "REWRITE - ROW ON FILE DIFFERS FROM BEFORE"
007380             TO WS-ENTRY-NOTE
007390     END-IF.
007400     MOVE JRN-AFTER-IMAGE TO AUD-RECORD.
007410     PERFORM 2190-REWRITE-ROW THRU 2190-EXIT.
007420     ADD 1 TO WS-ROWS-REWRITTEN.
007430 2200-EXIT.
007440     EXIT.
007450
007460*--------------------------------------------------------------*
007470*    2300-APPLY-DELETE - THE ROW ON THE LOG SHOULD MATCH THE
007480*        BEFORE IMAGE; EITHER WAY IT GOES
007490*--------------------------------------------------------------*
007500 2300-APPLY-DELETE.
007510     MOVE JRN-BEFORE-IMAGE TO AUD-RECORD.
007520     READ AUD-FILE
007530         INVALID KEY CONTINUE
007540     END-READ.
007550     IF WS-AUD-STATUS = "23"
007560         MOVE "DELETE - ROW NOT ON FILE" TO WS-ENTRY-NOTE
007570         GO TO 2300-EXIT
007580     END-IF.
007590     IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "02"
007600         DISPLAY "AUD-FILE READ FAILED - STATUS " WS-AUD-STATUS
007610         MOVE 16 TO RETURN-CODE
007620         STOP RUN
007630     END-IF.
007640     IF AUD-RECORD NOT = JRN-BEFORE-IMAGE
007650         MOVE "DELETE - ROW ON FILE DIFFERS FROM BEFORE"
007660             TO WS-ENTRY-NOTE
007670     END-IF.
007680     DELETE AUD-FILE RECORD
007690         INVALID KEY CONTINUE
007700     END-DELETE.
007710     IF WS-AUD-STATUS NOT = "00"
007720         DISPLAY "AUD-FILE DELETE FAILED - STATUS " WS-AUD-STATUS
007730         MOVE 16 TO RETURN-CODE
007740         STOP RUN
007750     END-IF.
007760     ADD 1 TO WS-ROWS-DELETED.
007770 2300-EXIT.
007780     EXIT.
007790
007800*--------------------------------------------------------------*
007810*    2400-PRINT-ENTRY - ONE REPORT LINE PER ENTRY APPLIED
007820*--------------------------------------------------------------*
007830 2400-PRINT-ENTRY.
007840     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
007850     MOVE WS-ENTRIES-READ TO RPT-D-ENTRY.
007860     MOVE JRN-PROGRAM TO RPT-D-PROGRAM.
007870     MOVE JRN-DATE TO RPT-D-DATE.
007880     MOVE JRN-TIME (1:6) TO RPT-D-TIME.
007890     IF JRN-ADD
007900         MOVE "ADD" TO RPT-D-ACTION
007910     END-IF.
007920     IF JRN-REWRITE
007930         MOVE "REWRITE" TO RPT-D-ACTION
007940     END-IF.
007950     IF JRN-DELETE
007960         MOVE "DELETE" TO RPT-D-ACTION
007970         MOVE JRN-BEFORE-IMAGE TO AUD-RECORD
007980     ELSE
007990         MOVE JRN-AFTER-IMAGE TO AUD-RECORD
008000     END-IF.
008010     MOVE AUD-KEY-DATE TO RPT-D-KEY-DATE.
008020     MOVE AUD-SET-ID TO RPT-D-SET-ID.
008030     MOVE AUD-CORR-SEQ TO RPT-D-SEQ.
008040     MOVE WS-ENTRY-NOTE TO RPT-D-NOTE.
008050     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
008060     ADD 1 TO WS-LINE-COUNT.
008070 2400-EXIT.
008080     EXIT.
008090
008100*--------------------------------------------------------------*
008110*    2500-CHECK-TRAILER - A CLOSED GENERATION'S TRAILER MUST
008120*        NAME THIS GENERATION AND COUNT EVERY ENTRY READ
008130*--------------------------------------------------------------*
008140 2500-CHECK-TRAILER.
008150     MOVE "Y" TO WS-TRL-SEEN-SW.
008160     MOVE JRN-T-CLOSED-DATE TO WS-TRL-DATE.
008170     MOVE JRN-T-CLOSED-TIME TO WS-TRL-TIME.
008180     MOVE JRN-T-ENTRY-COUNT TO WS-TRL-COUNT.
008190     IF JRN-T-GENERATION NOT = WS-GENERATION
008200             OR JRN-T-ENTRY-COUNT NOT = WS-ENTRIES-READ
008210         MOVE "Y" TO WS-TRL-BAD-SW
008220     END-IF.
008230 2500-EXIT.
008240     EXIT.
008250
008260 2900-READ-JOURNAL.
008270     READ JRN-FILE
008280         AT END SET WS-JRN-EOF TO TRUE
008290     END-READ.
008300 2900-EXIT.
008310     EXIT.
008320
008330*--------------------------------------------------------------*
008340*    8000-PRODUCE-SUMMARY - RECOVERY TOTALS
008350*--------------------------------------------------------------*
008360 8000-PRODUCE-SUMMARY.
008370     IF WS-ENTRIES-APPLIED = ZERO
008380         PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT
008390         MOVE SPACES TO RPT-DETAIL-LINE
008400         MOVE "(NO ENTRIES APPLIED)" TO RPT-D-NOTE
008410         WRITE RPT-RECORD FROM RPT-DETAIL-LINE
008420     END-IF.
008430     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
008440     IF WS-TRL-SEEN
008450         MOVE WS-TRL-DATE TO RPT-T-DATE
008460         MOVE WS-TRL-TIME TO RPT-T-TIME
008470         MOVE WS-TRL-COUNT TO RPT-T-COUNT
008480         IF WS-TRL-BAD
008490             MOVE "DOES NOT AGREE - JOURNAL INCOMPLETE"
008500                 TO RPT-T-VERDICT
008510         ELSE
008520             MOVE "AGREES" TO RPT-T-VERDICT
008530         END-IF
008540         WRITE RPT-RECORD FROM RPT-TRAILER-LINE
008550     ELSE
008560         WRITE RPT-RECORD FROM RPT-OPEN-GEN-LINE
008570     END-IF.
008580     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
008590     MOVE "BACKUP ROWS RELOADED" TO RPT-SUM-LABEL.
008600     MOVE WS-BKP-ROWS TO RPT-SUM-VALUE.
008610     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008620     MOVE "JOURNAL ENTRIES READ" TO RPT-SUM-LABEL.
008630     MOVE WS-ENTRIES-READ TO RPT-SUM-VALUE.
008640     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008650     MOVE "ENTRIES APPLIED" TO RPT-SUM-LABEL.
008660     MOVE WS-ENTRIES-APPLIED TO RPT-SUM-VALUE.
008670     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008680     MOVE "  ROWS ADDED" TO RPT-SUM-LABEL.
008690     MOVE WS-ROWS-ADDED TO RPT-SUM-VALUE.
008700     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008710     MOVE "  ROWS REWRITTEN" TO RPT-SUM-LABEL.
008720     MOVE WS-ROWS-REWRITTEN TO RPT-SUM-VALUE.
008730     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008740     MOVE "  ROWS DELETED" TO RPT-SUM-LABEL.
008750     MOVE WS-ROWS-DELETED TO RPT-SUM-VALUE.
008760     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008770     MOVE "ENTRIES APPLIED WITH AN EXCEPTION" TO RPT-SUM-LABEL.
008780     MOVE WS-ENTRIES-EXCEPTION TO RPT-SUM-VALUE.
008790     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008800     MOVE "ENTRIES PAST THE RECOVERY POINT - NOT APPLIED"
008810         TO RPT-SUM-LABEL.
008820     MOVE WS-ENTRIES-NOT-APPLIED TO RPT-SUM-VALUE.
008830     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008840     IF WS-ENTRIES-NOT-APPLIED > ZERO
008850         WRITE RPT-RECORD FROM RPT-BLANK-LINE
008860         WRITE RPT-RECORD FROM RPT-NEW-BACKUP-LINE
008870     END-IF.
008880     DISPLAY "JOURNAL GENERATION..... " WS-GENERATION.
008890     DISPLAY "BACKUP ROWS RELOADED... " WS-BKP-ROWS.
008900     DISPLAY "ENTRIES APPLIED........ " WS-ENTRIES-APPLIED.
008910     DISPLAY "ENTRY EXCEPTIONS....... " WS-ENTRIES-EXCEPTION.
008920     DISPLAY "ENTRIES NOT APPLIED.... " WS-ENTRIES-NOT-APPLIED.
008930 8000-EXIT.
008940     EXIT.
008950
008960*--------------------------------------------------------------*
008970*    9000-TERMINATE - CLOSE FILES AND GRADE THE JOB - 8 WHEN
008980*        THE TRAILER SHOWS ENTRIES MISSING FROM THE JOURNAL, 4
008990*        WHEN AN ENTRY DID NOT FIND ITS ROW AS JOURNALED OR
009000*        ENTRIES WERE LEFT PAST THE RECOVERY POINT (A NEW
009010*        BACKUP IS THEN NEEDED BEFORE THE LOG IS UPDATED)
009020*--------------------------------------------------------------*
009030 9000-TERMINATE.
009040     CLOSE JRN-FILE.
009050     CLOSE AUD-FILE.
009060     CLOSE RPT-FILE.
009070     MOVE ZERO TO RETURN-CODE.
009080     IF WS-ENTRIES-EXCEPTION > ZERO
009090             OR WS-ENTRIES-NOT-APPLIED > ZERO
009100         MOVE 4 TO RETURN-CODE
009110     END-IF.
009120     IF WS-TRL-BAD
009130         MOVE 8 TO RETURN-CODE
009140     END-IF.
009150     DISPLAY "JOB RETURN CODE " RETURN-CODE.
009160 9000-EXIT.
009170     EXIT.
