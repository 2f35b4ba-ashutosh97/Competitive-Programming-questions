000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.AUDBKUP.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  BACKUP CYCLE FOR LCMAUDIT AND ITS
000220*                   AUDJRNL FORWARD-RECOVERY JOURNAL.  COPIES
000230*                   EVERY LCMAUDIT ROW IN KEY ORDER TO LCMAUDBK
000240*                   (SAME LAYOUT AS THE LIVE LOG), CLOSES THE
000250*                   CURRENT JOURNAL GENERATION OUT TO AUDJRNLO
000260*                   WITH A T TRAILER, AND STARTS THE NEXT
000270*                   GENERATION ON AUDJRNL WITH AN H HEADER
000280*                   NAMING THIS BACKUP - ITS TIME, ROW COUNT
000290*                   AND KEY HASH TOTAL - SO AUDRCVR CAN TELL THE
000300*                   BACKUP A GENERATION BELONGS TO.  THE JCL
000310*                   CATALOGS LCMAUDBK AND AUDJRNLO AS THE NEXT
000320*                   GENERATIONS OF THEIR DATASETS.  REFUSED
000330*                   WHILE ANY RUN LEDGER STEP IS MID-RUN,
000340*                   UNLESS FORCE=YES IS ON BKPPARM.  RUN ONCE
000350*                   BEFORE ANY PROGRAM UPDATES LCMAUDIT - THEY
000360*                   ALL NEED A JOURNAL TO APPEND TO.
000370*--------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT AUD-FILE ASSIGN TO "LCMAUDIT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS AUD-KEY
000450         FILE STATUS IS WS-AUD-STATUS.
000460     SELECT BKP-FILE ASSIGN TO "LCMAUDBK"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BKP-STATUS.
000490     SELECT JRN-FILE ASSIGN TO "AUDJRNL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-JRN-STATUS.
000520     SELECT JRO-FILE ASSIGN TO "AUDJRNLO"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-JRO-STATUS.
000550     SELECT PARM-FILE ASSIGN TO "BKPPARM"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PRM-STATUS.
000580     SELECT RPT-FILE ASSIGN TO "BKPRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-STATUS.
000610     SELECT LED-FILE ASSIGN TO "RUNLEDGR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LED-KEY
000650         FILE STATUS IS WS-LED-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*--------------------------------------------------------------*
000700*    AUD-FILE - LIVE AUDIT LOG, READ IN KEY ORDER
000710*--------------------------------------------------------------*
000720 FD  AUD-FILE.
000730     COPY AUDREC.
000740
000750*--------------------------------------------------------------*
000760*    BKP-FILE - BACKUP OF THE LIVE LOG, SAME LAYOUT, KEY ORDER
000770*--------------------------------------------------------------*
000780 FD  BKP-FILE
000790     RECORDING MODE IS F.
000800     COPY AUDREC REPLACING LEADING ==AUD== BY ==BKP==.
000810
000820*--------------------------------------------------------------*
000830*    JRN-FILE - CURRENT JOURNAL GENERATION, READ TO BE CLOSED
000840*        OUT, THEN STARTED AGAIN AS THE NEXT GENERATION
000850*--------------------------------------------------------------*
000860 FD  JRN-FILE
000870     RECORDING MODE IS F.
000880     COPY JRNREC.
000890
000900*--------------------------------------------------------------*
000910*    JRO-FILE - THE GENERATION JUST CLOSED, WITH ITS TRAILER
000920*--------------------------------------------------------------*
000930 FD  JRO-FILE
000940     RECORDING MODE IS F.
000950     COPY JRNREC REPLACING LEADING ==JRN== BY ==JRO==.
000960
000970*--------------------------------------------------------------*
000980*    PARM-FILE - OPTIONAL FORCE=YES CARD
000990*--------------------------------------------------------------*
001000 FD  PARM-FILE
001010     RECORDING MODE IS F.
001020 01  PARM-RECORD                 PIC X(80).
001030
001040*--------------------------------------------------------------*
001050*    RPT-FILE - PRINTED BACKUP CYCLE REPORT
001060*--------------------------------------------------------------*
001070 FD  RPT-FILE
001080     RECORDING MODE IS F.
001090 01  RPT-RECORD                  PIC X(132).
001100
001110*--------------------------------------------------------------*
001120*    LED-FILE - JOB-STREAM RUN LEDGER, CHECKED ONLY
001130*--------------------------------------------------------------*
001140 FD  LED-FILE.
001150     COPY LEDREC.
001160
001170 WORKING-STORAGE SECTION.
001180*--------------------------------------------------------------*
001190*    FILE STATUS SWITCHES
001200*--------------------------------------------------------------*
001210 01  WS-FILE-STATUSES.
001220     05  WS-AUD-STATUS           PIC X(02) VALUE "00".
001230     05  WS-BKP-STATUS           PIC X(02) VALUE "00".
001240     05  WS-JRN-STATUS           PIC X(02) VALUE "00".
001250     05  WS-JRO-STATUS           PIC X(02) VALUE "00".
001260     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
001270     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
001280     05  WS-LED-STATUS           PIC X(02) VALUE "00".
001290
001300 01  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001310     88  WS-AUD-EOF                      VALUE "Y".
001320     88  WS-AUD-NOT-EOF                  VALUE "N".
001330
001340 01  WS-JRN-EOF-SW               PIC X(01) VALUE "N".
001350     88  WS-JRN-EOF                      VALUE "Y".
001360     88  WS-JRN-NOT-EOF                  VALUE "N".
001370
001380 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
001390     88  WS-PRM-EOF                      VALUE "Y".
001400     88  WS-PRM-NOT-EOF                  VALUE "N".
001410
001420 01  WS-LED-EOF-SW               PIC X(01) VALUE "N".
001430     88  WS-LED-EOF                      VALUE "Y".
001440
001450     COPY LEDSTP.
001460     COPY LEDWRK.
001470
001480*--------------------------------------------------------------*
001490*    THE BACKUP - TAKEN AT WS-BKP-DATE/TIME; ROW COUNT AND KEY
001500*        HASH TOTAL (DATE + SET ID + SEQUENCE OF EVERY ROW) GO
001510*        ON THE NEW GENERATION'S HEADER
001520*--------------------------------------------------------------*
001530 01  WS-AUD-FOUND-SW             PIC X(01) VALUE "Y".
001540     88  WS-AUD-FOUND                    VALUE "Y".
001550     88  WS-AUD-NOT-FOUND                VALUE "N".
001560 77  WS-BKP-DATE                 PIC 9(08) VALUE 0.
001570 77  WS-BKP-TIME                 PIC 9(08) VALUE 0.
001580 77  WS-BKP-ROWS                 PIC 9(09) VALUE 0.
001590 77  WS-BKP-HASH                 PIC 9(15) VALUE 0.
001600
001610*--------------------------------------------------------------*
001620*    THE GENERATION BEING CLOSED - NONE ON THE FIRST CYCLE
001630*--------------------------------------------------------------*
001640 01  WS-OLD-GEN-SW               PIC X(01) VALUE "N".
001650     88  WS-OLD-GEN-FOUND                VALUE "Y".
001660 77  WS-OLD-GENERATION           PIC 9(05) VALUE 0.
001670 77  WS-OLD-BKUP-DATE            PIC 9(08) VALUE 0.
001680 77  WS-OLD-BKUP-TIME            PIC 9(06) VALUE 0.
001690 77  WS-OLD-ENTRIES              PIC 9(09) VALUE 0.
001700 77  WS-OLD-ADDS                 PIC 9(09) VALUE 0.
001710 77  WS-OLD-REWRITES             PIC 9(09) VALUE 0.
001720 77  WS-OLD-DELETES              PIC 9(09) VALUE 0.
001730 77  WS-NEW-GENERATION           PIC 9(05) VALUE 0.
001740
001750*--------------------------------------------------------------*
001760*    RUN DATE / REPORT PAGINATION
001770*--------------------------------------------------------------*
001780 01  WS-RUN-DATE-RAW.
001790     05  WS-RUN-YYYY             PIC 9(04).
001800     05  WS-RUN-MM               PIC 9(02).
001810     05  WS-RUN-DD               PIC 9(02).
001820 01  WS-RUN-DATE-PRINT.
001830     05  WS-PRT-MM               PIC 9(02).
001840     05  FILLER                  PIC X(01) VALUE "/".
001850     05  WS-PRT-DD               PIC 9(02).
001860     05  FILLER                  PIC X(01) VALUE "/".
001870     05  WS-PRT-YYYY             PIC 9(04).
001880
001890 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
001900 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
001910
001920*--------------------------------------------------------------*
001930*    PRINT LINE LAYOUTS
001940*--------------------------------------------------------------*
001950 01  RPT-HEADER-1.
001960     05  FILLER                  PIC X(01) VALUE SPACE.
001970     05  FILLER                  PIC X(40)
001980             VALUE "AB100 - LCMAUDIT BACKUP / JOURNAL CYCLE".
001990     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002010     05  RPT1-DATE               PIC X(10).
002020     05  FILLER                  PIC X(06) VALUE SPACES.
002030     05  FILLER                  PIC X(05) VALUE "PAGE ".
002040     05  RPT1-PAGE               PIC ZZ9.
002050     05  FILLER                  PIC X(58) VALUE SPACES.
002060
002070 01  RPT-HEADER-2.
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  FILLER                  PIC X(131) VALUE ALL "-".
002100
002110 01  RPT-GEN-LINE.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  RPT-G-LABEL             PIC X(30).
002140     05  FILLER                  PIC X(11) VALUE "GENERATION ".
002150     05  RPT-G-GEN               PIC 9(05).
002160     05  FILLER                  PIC X(18)
002170             VALUE "  BACKUP TAKEN    ".
002180     05  RPT-G-DATE              PIC 9(08).
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  RPT-G-TIME              PIC 9(06).
002210     05  FILLER                  PIC X(52) VALUE SPACES.
002220
002230 01  RPT-NO-GEN-LINE.
002240     05  FILLER                  PIC X(01) VALUE SPACE.
002250     05  FILLER                  PIC X(50) VALUE
002260         "NO AUDJRNL ON FILE - FIRST GENERATION STARTED".
002270     05  FILLER                  PIC X(81) VALUE SPACES.
002280
002290 01  RPT-NO-LOG-LINE.
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  FILLER                  PIC X(50) VALUE
002320         "NO LCMAUDIT ON FILE - EMPTY BACKUP TAKEN".
002330     05  FILLER                  PIC X(81) VALUE SPACES.
002340
002350 01  RPT-SUMMARY-LINE.
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  RPT-SUM-LABEL           PIC X(40).
002380     05  RPT-SUM-VALUE           PIC Z(08)9.
002390     05  FILLER                  PIC X(82) VALUE SPACES.
002400
002410 01  RPT-HASH-LINE.
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430     05  FILLER                  PIC X(40)
002440             VALUE "LCMAUDBK KEY HASH TOTAL".
002450     05  RPT-H-HASH              PIC Z(14)9.
002460     05  FILLER                  PIC X(76) VALUE SPACES.
002470
002480 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
002490
002500 PROCEDURE DIVISION.
002510*--------------------------------------------------------------*
002520*    0000-MAINLINE - OVERALL JOB CONTROL.  THE BACKUP IS TAKEN
002530*        BEFORE THE JOURNAL IS TOUCHED, SO A FAILED BACKUP
002540*        LEAVES THE CURRENT GENERATION AS IT WAS.
002550*--------------------------------------------------------------*
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-BACKUP-AUDIT-LOG THRU 2000-EXIT.
002590     PERFORM 3000-CLOSE-OLD-GENERATION THRU 3000-EXIT.
002600     PERFORM 4000-START-NEW-GENERATION THRU 4000-EXIT.
002610     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
002620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002630     STOP RUN.
002640
002650*--------------------------------------------------------------*
002660*    1000-INITIALIZE - OPEN THE REPORT, READ THE PARM CARDS AND
002670*        MAKE SURE NOTHING IS UPDATING LCMAUDIT
002680*--------------------------------------------------------------*
002690 1000-INITIALIZE.
002700     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
002710     MOVE WS-RUN-MM TO WS-PRT-MM.
002720     MOVE WS-RUN-DD TO WS-PRT-DD.
002730     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
002740
002750     OPEN OUTPUT RPT-FILE.
002760     IF WS-RPT-STATUS NOT = "00"
002770         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
002820     MOVE "AUDBKUP" TO WS-LED-STEP.
002830     MOVE ZERO TO WS-LED-DATE.
002840     PERFORM 9620-CHECK-NOTHING-RUNNING THRU 9620-EXIT.
002850     IF WS-LED-REFUSED
002860         IF NOT WS-LED-FORCE
002870             DISPLAY "BACKUP REFUSED WHILE A STEP IS MID-RUN"
002880                 " - FORCE=YES TO OVERRIDE"
002890             MOVE 16 TO RETURN-CODE
002900             STOP RUN
002910         END-IF
002920         DISPLAY "FORCE=YES - BACKUP TAKEN OVER THE LEDGER"
002930             " REFUSAL"
002940     END-IF.
002950     ACCEPT WS-BKP-DATE FROM DATE YYYYMMDD.
002960     ACCEPT WS-BKP-TIME FROM TIME.
002970     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
002980 1000-EXIT.
002990     EXIT.
003000
003010*--------------------------------------------------------------*
003020*    1100-READ-PARM-CARDS - FORCE=YES TAKES THE BACKUP OVER A
003030*        RUN LEDGER REFUSAL; NO PARM FILE IS A NORMAL RUN
003040*--------------------------------------------------------------*
003050 1100-READ-PARM-CARDS.
003060     OPEN INPUT PARM-FILE.
003070     IF WS-PRM-STATUS = "35"
003080         GO TO 1100-EXIT
003090     END-IF.
003100     IF WS-PRM-STATUS NOT = "00"
003110         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     SET WS-PRM-NOT-EOF TO TRUE.
003160     READ PARM-FILE
003170         AT END SET WS-PRM-EOF TO TRUE
003180     END-READ.
003190     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
003200         UNTIL WS-PRM-EOF.
003210     CLOSE PARM-FILE.
003220 1100-EXIT.
003230     EXIT.
003240
003250 1110-APPLY-ONE-PARM.
003260     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
003270         GO TO 1110-NEXT
003280     END-IF.
003290     IF PARM-RECORD (1:6) = "FORCE="
003300         IF PARM-RECORD (7:4) NOT = "YES "
003310             DISPLAY "INVALID FORCE= PARM CARD - " PARM-RECORD
003320             MOVE 16 TO RETURN-CODE
003330             STOP RUN
003340         END-IF
003350         MOVE "Y" TO WS-LED-FORCE-SW
003360         GO TO 1110-NEXT
003370     END-IF.
003380     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
003390     MOVE 16 TO RETURN-CODE.
003400     STOP RUN.
003410 1110-NEXT.
003420     READ PARM-FILE
003430         AT END SET WS-PRM-EOF TO TRUE
003440     END-READ.
003450 1110-EXIT.
003460     EXIT.
003470
003480*--------------------------------------------------------------*
003490*    1200-PRINT-HEADING - REPORT PAGE HEADER
003500*--------------------------------------------------------------*
003510 1200-PRINT-HEADING.
003520     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
003530     MOVE WS-PAGE-NO TO RPT1-PAGE.
003540     WRITE RPT-RECORD FROM RPT-HEADER-1.
003550     WRITE RPT-RECORD FROM RPT-HEADER-2.
003560     MOVE ZERO TO WS-LINE-COUNT.
003570 1200-EXIT.
003580     EXIT.
003590
003600*--------------------------------------------------------------*
003610*    2000-BACKUP-AUDIT-LOG - COPY EVERY ROW IN KEY ORDER TO
003620*        LCMAUDBK.  NO LCMAUDIT YET IS AN EMPTY BACKUP - THE
003630*        FIRST PROGRAM TO POST BUILDS THE LOG FROM NOTHING.
003640*--------------------------------------------------------------*
003650 2000-BACKUP-AUDIT-LOG.
003660     OPEN INPUT AUD-FILE.
003670     IF WS-AUD-STATUS = "35"
003680         SET WS-AUD-NOT-FOUND TO TRUE
003690     ELSE
003700         IF WS-AUD-STATUS NOT = "00"
003710             DISPLAY "AUD-FILE OPEN FAILED - STATUS "
003720                 WS-AUD-STATUS
003730             MOVE 16 TO RETURN-CODE
003740             STOP RUN
003750         END-IF
003760     END-IF.
003770     OPEN OUTPUT BKP-FILE.
003780     IF WS-BKP-STATUS NOT = "00"
003790         DISPLAY "BKP-FILE OPEN FAILED - STATUS " WS-BKP-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     IF WS-AUD-NOT-FOUND
003840         DISPLAY "LCMAUDIT NOT FOUND - EMPTY BACKUP TAKEN"
003850         CLOSE BKP-FILE
003860         GO TO 2000-EXIT
003870     END-IF.
003880     SET WS-AUD-NOT-EOF TO TRUE.
003890     MOVE ZERO TO AUD-KEY-DATE.
003900     MOVE ZERO TO AUD-SET-ID.
003910     MOVE ZERO TO AUD-CORR-SEQ.
003920     START AUD-FILE KEY NOT LESS THAN AUD-KEY
003930         INVALID KEY SET WS-AUD-EOF TO TRUE
003940     END-START.
003950     IF WS-AUD-NOT-EOF
003960         PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT
003970     END-IF.
003980     PERFORM 2100-BACK-UP-ONE-ROW THRU 2100-EXIT
003990         UNTIL WS-AUD-EOF.
004000     CLOSE AUD-FILE.
004010     CLOSE BKP-FILE.
004020 2000-EXIT.
004030     EXIT.
004040
004050 2100-BACK-UP-ONE-ROW.
004060     WRITE BKP-RECORD FROM AUD-RECORD.
004070     IF WS-BKP-STATUS NOT = "00"
004080         DISPLAY "BKP-FILE WRITE FAILED - STATUS " WS-BKP-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     ADD 1 TO WS-BKP-ROWS.
004130     ADD AUD-KEY-DATE AUD-SET-ID AUD-CORR-SEQ TO WS-BKP-HASH.
004140     PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT.
004150 2100-EXIT.
004160     EXIT.
004170
004180 2900-READ-NEXT-AUDIT.
004190     READ AUD-FILE NEXT RECORD
004200         AT END SET WS-AUD-EOF TO TRUE
004210     END-READ.
004220 2900-EXIT.
004230     EXIT.
004240
004250*--------------------------------------------------------------*
004260*    3000-CLOSE-OLD-GENERATION - COPY THE CURRENT GENERATION TO
004270*        AUDJRNLO AS IT STANDS, COUNTING ITS ENTRIES, AND CLOSE
004280*        IT WITH A T TRAILER.  NO AUDJRNL IS THE FIRST CYCLE.
004290*--------------------------------------------------------------*
004300 3000-CLOSE-OLD-GENERATION.
004310     OPEN INPUT JRN-FILE.
004320     IF WS-JRN-STATUS = "35"
004330         GO TO 3000-EXIT
004340     END-IF.
004350     IF WS-JRN-STATUS NOT = "00"
004360         DISPLAY "JRN-FILE OPEN FAILED - STATUS " WS-JRN-STATUS
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400     SET WS-JRN-NOT-EOF TO TRUE.
004410     PERFORM 3900-READ-JOURNAL THRU 3900-EXIT.
004420     IF WS-JRN-EOF OR NOT JRN-HEADER
004430         DISPLAY "AUDJRNL DOES NOT START WITH A GENERATION HEADER"
004440         MOVE 16 TO RETURN-CODE
004450         STOP RUN
004460     END-IF.
004470     MOVE "Y" TO WS-OLD-GEN-SW.
004480     MOVE JRN-H-GENERATION TO WS-OLD-GENERATION.
004490     MOVE JRN-H-BKUP-DATE TO WS-OLD-BKUP-DATE.
004500     MOVE JRN-H-BKUP-TIME TO WS-OLD-BKUP-TIME.
004510     OPEN OUTPUT JRO-FILE.
004520     IF WS-JRO-STATUS NOT = "00"
004530         DISPLAY "JRO-FILE OPEN FAILED - STATUS " WS-JRO-STATUS
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     PERFORM 3200-WRITE-CLOSED-RECORD THRU 3200-EXIT.
004580     PERFORM 3900-READ-JOURNAL THRU 3900-EXIT.
004590     PERFORM 3100-CLOSE-OUT-ONE-ENTRY THRU 3100-EXIT
004600         UNTIL WS-JRN-EOF.
004610     MOVE SPACES TO JRN-RECORD.
004620     MOVE "T" TO JRN-REC-TYPE.
004630     MOVE WS-OLD-GENERATION TO JRN-T-GENERATION.
004640     MOVE WS-BKP-DATE TO JRN-T-CLOSED-DATE.
004650     MOVE WS-BKP-TIME (1:6) TO JRN-T-CLOSED-TIME.
004660     MOVE WS-OLD-ENTRIES TO JRN-T-ENTRY-COUNT.
004670     PERFORM 3200-WRITE-CLOSED-RECORD THRU 3200-EXIT.
004680     CLOSE JRN-FILE.
004690     CLOSE JRO-FILE.
004700 3000-EXIT.
004710     EXIT.
004720
004730 3100-CLOSE-OUT-ONE-ENTRY.
004740     IF NOT JRN-ENTRY
004750         DISPLAY "UNEXPECTED " JRN-REC-TYPE " RECORD IN AUDJRNL"
004760             " GENERATION " WS-OLD-GENERATION
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800     ADD 1 TO WS-OLD-ENTRIES.
004810     IF JRN-ADD
004820         ADD 1 TO WS-OLD-ADDS
004830     END-IF.
004840     IF JRN-REWRITE
004850         ADD 1 TO WS-OLD-REWRITES
004860     END-IF.
004870     IF JRN-DELETE
004880         ADD 1 TO WS-OLD-DELETES
004890     END-IF.
004900     PERFORM 3200-WRITE-CLOSED-RECORD THRU 3200-EXIT.
004910     PERFORM 3900-READ-JOURNAL THRU 3900-EXIT.
004920 3100-EXIT.
004930     EXIT.
004940
004950 3200-WRITE-CLOSED-RECORD.
004960     WRITE JRO-RECORD FROM JRN-RECORD.
004970     IF WS-JRO-STATUS NOT = "00"
004980         DISPLAY "JRO-FILE WRITE FAILED - STATUS " WS-JRO-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020 3200-EXIT.
005030     EXIT.
005040
005050 3900-READ-JOURNAL.
005060     READ JRN-FILE
005070         AT END SET WS-JRN-EOF TO TRUE
005080     END-READ.
005090 3900-EXIT.
005100     EXIT.
005110
005120*--------------------------------------------------------------*
005130*    4000-START-NEW-GENERATION - AUDJRNL STARTS AGAIN WITH ONLY
005140*        ITS HEADER, TIED TO THE BACKUP JUST TAKEN
005150*--------------------------------------------------------------*
005160 4000-START-NEW-GENERATION.
005170     ADD 1 TO WS-OLD-GENERATION GIVING WS-NEW-GENERATION.
005180     OPEN OUTPUT JRN-FILE.
005190     IF WS-JRN-STATUS NOT = "00"
005200         DISPLAY "JRN-FILE OPEN FAILED - STATUS " WS-JRN-STATUS
005210         MOVE 16 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240     MOVE SPACES TO JRN-RECORD.
005250     MOVE "H" TO JRN-REC-TYPE.
005260     MOVE WS-NEW-GENERATION TO JRN-H-GENERATION.
005270     MOVE WS-BKP-DATE TO JRN-H-BKUP-DATE.
005280     MOVE WS-BKP-TIME (1:6) TO JRN-H-BKUP-TIME.
005290     MOVE WS-BKP-ROWS TO JRN-H-BKUP-ROWS.
005300     MOVE WS-BKP-HASH TO JRN-H-BKUP-HASH.
005310     MOVE WS-OLD-ENTRIES TO JRN-H-PRIOR-ENTRIES.
005320     WRITE JRN-RECORD.
005330     IF WS-JRN-STATUS NOT = "00"
005340         DISPLAY "JRN-FILE WRITE FAILED - STATUS " WS-JRN-STATUS
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     CLOSE JRN-FILE.
005390 4000-EXIT.
005400     EXIT.
005410
005420*--------------------------------------------------------------*
005430*    8000-PRODUCE-SUMMARY - THE GENERATION CLOSED, THE BACKUP
005440*        TAKEN AND THE GENERATION STARTED
005450*--------------------------------------------------------------*
005460 8000-PRODUCE-SUMMARY.
005470     IF WS-OLD-GEN-FOUND
005480         MOVE "JOURNAL CLOSED TO AUDJRNLO" TO RPT-G-LABEL
005490         MOVE WS-OLD-GENERATION TO RPT-G-GEN
005500         MOVE WS-OLD-BKUP-DATE TO RPT-G-DATE
005510         MOVE WS-OLD-BKUP-TIME TO RPT-G-TIME
005520         WRITE RPT-RECORD FROM RPT-GEN-LINE
005530         MOVE "  JOURNAL ENTRIES" TO RPT-SUM-LABEL
005540         MOVE WS-OLD-ENTRIES TO RPT-SUM-VALUE
005550         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
005560         MOVE "    ROWS ADDED" TO RPT-SUM-LABEL
005570         MOVE WS-OLD-ADDS TO RPT-SUM-VALUE
005580         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
005590         MOVE "    ROWS REWRITTEN" TO RPT-SUM-LABEL
005600         MOVE WS-OLD-REWRITES TO RPT-SUM-VALUE
005610         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
005620         MOVE "    ROWS DELETED" TO RPT-SUM-LABEL
005630         MOVE WS-OLD-DELETES TO RPT-SUM-VALUE
005640         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
005650     ELSE
005660         WRITE RPT-RECORD FROM RPT-NO-GEN-LINE
005670     END-IF.
005680     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
005690     IF WS-AUD-NOT-FOUND
005700         WRITE RPT-RECORD FROM RPT-NO-LOG-LINE
005710     END-IF.
005720     MOVE "LCMAUDIT ROWS BACKED UP TO LCMAUDBK" TO RPT-SUM-LABEL.
005730     MOVE WS-BKP-ROWS TO RPT-SUM-VALUE.
005740     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005750     MOVE WS-BKP-HASH TO RPT-H-HASH.
005760     WRITE RPT-RECORD FROM RPT-HASH-LINE.
005770     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
005780     MOVE "JOURNAL STARTED ON AUDJRNL" TO RPT-G-LABEL.
005790     MOVE WS-NEW-GENERATION TO RPT-G-GEN.
005800     MOVE WS-BKP-DATE TO RPT-G-DATE.
005810     MOVE WS-BKP-TIME (1:6) TO RPT-G-TIME.
005820     WRITE RPT-RECORD FROM RPT-GEN-LINE.
005830     DISPLAY "GENERATION CLOSED...... " WS-OLD-GENERATION.
005840     DISPLAY "ENTRIES CLOSED OUT..... " WS-OLD-ENTRIES.
005850     DISPLAY "ROWS BACKED UP......... " WS-BKP-ROWS.
005860     DISPLAY "GENERATION STARTED..... " WS-NEW-GENERATION.
005870 8000-EXIT.
005880     EXIT.
005890
005900*--------------------------------------------------------------*
005910*    9000-TERMINATE - CLOSE THE REPORT; A COMPLETED CYCLE IS
005920*        ALWAYS CLEAN
005930*--------------------------------------------------------------*
005940 9000-TERMINATE.
005950     CLOSE RPT-FILE.
005960     MOVE ZERO TO RETURN-CODE.
005970     DISPLAY "JOB RETURN CODE " RETURN-CODE.
005980 9000-EXIT.
005990     EXIT.
006000
006010*--------------------------------------------------------------*
006020*    9620-CHECK-NOTHING-RUNNING - A BACKUP TAKEN WHILE A STEP
006030*        IS UPDATING LCMAUDIT WOULD NOT MATCH ITS JOURNAL, SO
006040*        NO STEP FOR ANY BUSINESS DATE MAY BE MID-RUN.  AN
006050*        ENTRY STARTED WITH NO END POSTED REFUSES THE RUN.
006060*--------------------------------------------------------------*
006070 9620-CHECK-NOTHING-RUNNING.
006080     OPEN INPUT LED-FILE.
006090     IF WS-LED-STATUS = "35"
006100         GO TO 9620-EXIT
006110     END-IF.
006120     IF WS-LED-STATUS NOT = "00"
006130         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
006140         MOVE 16 TO RETURN-CODE
006150         STOP RUN
006160     END-IF.
006170     MOVE "N" TO WS-LED-EOF-SW.
006180     MOVE WS-LED-DATE TO LED-BUS-DATE.
006190     MOVE SPACES TO LED-STEP.
006200     START LED-FILE KEY NOT LESS THAN LED-KEY
006210         INVALID KEY MOVE "Y" TO WS-LED-EOF-SW
006220     END-START.
006230     PERFORM 9625-TEST-ONE-ENTRY THRU 9625-EXIT
006240         UNTIL WS-LED-EOF.
006250     CLOSE LED-FILE.
006260 9620-EXIT.
006270     EXIT.
006280
006290 9625-TEST-ONE-ENTRY.
006300     READ LED-FILE NEXT RECORD
006310         AT END MOVE "Y" TO WS-LED-EOF-SW
006320     END-READ.
006330     IF WS-LED-EOF
006340         GO TO 9625-EXIT
006350     END-IF.
006360     IF LED-RUNNING AND LED-STEP NOT = WS-LED-STEP
006370         MOVE "Y" TO WS-LED-REFUSED-SW
006380         DISPLAY LED-STEP " FOR " LED-BUS-DATE " STARTED "
006390             LED-START-DATE " " LED-START-TIME
006400             " WITH NO END POSTED"
006410     END-IF.
006420 9625-EXIT.
006430     EXIT.
