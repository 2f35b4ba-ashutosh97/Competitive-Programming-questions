000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.SETMNT.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  APPLIES ADD/CHANGE/DEACTIVATE
000220*                   TRANSACTIONS (SETTRN) AGAINST THE SET
000230*                   REGISTRY (SETREG) - THE SET IDS THE
000240*                   SCHEDULING SIDE HAS AGREED TO SEND, WITH
000250*                   THE OWNING SCHEDULER, FEEDER SOURCE,
000260*                   FREQUENCY AND THE CEILING ON THE COMBINED
000270*                   CYCLE - AND WRITES AN EDIT REPORT (SETMRPT).
000280*                   THE REGISTRY IS UPDATED IN PLACE; THE FIRST
000290*                   RUN BUILDS IT.
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REG-FILE ASSIGN TO "SETREG"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS REG-SET-ID
000380         FILE STATUS IS WS-REG-STATUS.
000390     SELECT TRN-FILE ASSIGN TO "SETTRN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRN-STATUS.
000420     SELECT RPT-FILE ASSIGN TO "SETMRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*--------------------------------------------------------------*
000490*    REG-FILE - SET REGISTRY MASTER, INDEXED ON SET ID
000500*--------------------------------------------------------------*
000510 FD  REG-FILE.
000520     COPY REGREC.
000530
000540*--------------------------------------------------------------*
000550*    TRN-FILE - ADD/CHANGE/DEACTIVATE TRANSACTIONS.  ON A
000560*        CHANGE A BLANK FIELD LEAVES THE REGISTRY VALUE AS IT
000570*        IS.  THE RUN DAY IS ONLY MEANINGFUL FOR A WEEKLY SET.
000580*--------------------------------------------------------------*
000590 FD  TRN-FILE
000600     RECORDING MODE IS F.
000610 01  TRN-RECORD.
000620     05  TRN-ACTION              PIC X(01).
000630         88  TRN-ADD                     VALUE "A".
000640         88  TRN-CHANGE                  VALUE "C".
000650         88  TRN-DEACTIVATE              VALUE "D".
000660     05  TRN-SET-ID              PIC 9(05).
000670     05  TRN-SCHEDULER           PIC X(20).
000680     05  TRN-SOURCE              PIC X(08).
000690     05  TRN-FREQUENCY           PIC X(01).
000700     05  TRN-RUN-DAY             PIC X(01).
000710     05  TRN-RUN-DAY-N REDEFINES TRN-RUN-DAY
000720                                 PIC 9(01).
000730     05  TRN-MAX-LCM             PIC X(18).
000740
000750*--------------------------------------------------------------*
000760*    RPT-FILE - TRANSACTION EDIT REPORT
000770*--------------------------------------------------------------*
000780 FD  RPT-FILE
000790     RECORDING MODE IS F.
000800 01  RPT-RECORD                  PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830*--------------------------------------------------------------*
000840*    FILE STATUS SWITCHES
000850*--------------------------------------------------------------*
000860 01  WS-FILE-STATUSES.
000870     05  WS-REG-STATUS           PIC X(02) VALUE "00".
000880     05  WS-TRN-STATUS           PIC X(02) VALUE "00".
000890     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000900
000910 01  WS-TRN-EOF-SW               PIC X(01) VALUE "N".
000920     88  WS-TRN-EOF                      VALUE "Y".
000930     88  WS-TRN-NOT-EOF                  VALUE "N".
000940
000950 01  WS-REG-EOF-SW               PIC X(01) VALUE "N".
000960     88  WS-REG-EOF                      VALUE "Y".
000970     88  WS-REG-NOT-EOF                  VALUE "N".
000980
000990 01  WS-TRN-OK-SW                PIC X(01) VALUE "Y".
001000     88  WS-TRN-OK                       VALUE "Y".
001010     88  WS-TRN-BAD                      VALUE "N".
001020
001030 01  WS-REG-FOUND-SW             PIC X(01) VALUE "N".
001040     88  WS-REG-FOUND                    VALUE "Y".
001050     88  WS-REG-NOT-FOUND                VALUE "N".
001060
001070*--------------------------------------------------------------*
001080*    WORK AREAS AND COUNTERS
001090*--------------------------------------------------------------*
001100 77  WS-NEW-FREQUENCY            PIC X(01) VALUE SPACE.
001110     88  WS-NEW-FREQ-VALID               VALUES "D", "W", "Q".
001120     88  WS-NEW-FREQ-WEEKLY              VALUE "W".
001130 77  WS-NEW-RUN-DAY              PIC 9(01) VALUE 0.
001140 77  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
001150 77  WS-TRANS-READ               PIC 9(05) VALUE 0.
001160 77  WS-TRANS-ACCEPTED           PIC 9(05) VALUE 0.
001170 77  WS-TRANS-REJECTED           PIC 9(05) VALUE 0.
001180 77  WS-SETS-ACTIVE              PIC 9(05) VALUE 0.
001190 77  WS-SETS-INACTIVE            PIC 9(05) VALUE 0.
001200
001210*--------------------------------------------------------------*
001220*    RUN DATE / REPORT PAGINATION
001230*--------------------------------------------------------------*
001240 01  WS-RUN-DATE-RAW.
001250     05  WS-RUN-YYYY             PIC 9(04).
001260     05  WS-RUN-MM               PIC 9(02).
001270     05  WS-RUN-DD               PIC 9(02).
001280 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-RAW
001290                                 PIC 9(08).
001300 01  WS-RUN-DATE-PRINT.
001310     05  WS-PRT-MM               PIC 9(02).
001320     05  FILLER                  PIC X(01) VALUE "/".
001330     05  WS-PRT-DD               PIC 9(02).
001340     05  FILLER                  PIC X(01) VALUE "/".
001350     05  WS-PRT-YYYY             PIC 9(04).
001360
001370 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
001380 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
001390 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
001400
001410*--------------------------------------------------------------*
001420*    PRINT LINE LAYOUTS
001430*--------------------------------------------------------------*
001440 01  RPT-HEADER-1.
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  FILLER                  PIC X(40)
001470             VALUE "SR100 - SET REGISTRY MAINTENANCE".
001480     05  FILLER                  PIC X(08) VALUE "RUN DATE".
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  RPT1-DATE               PIC X(10).
001510     05  FILLER                  PIC X(06) VALUE SPACES.
001520     05  FILLER                  PIC X(05) VALUE "PAGE ".
001530     05  RPT1-PAGE               PIC ZZ9.
001540     05  FILLER                  PIC X(58) VALUE SPACES.
001550
001560 01  RPT-HEADER-2.
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  FILLER                  PIC X(131) VALUE ALL "-".
001590
001600 01  RPT-DETAIL-LINE.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  FILLER                  PIC X(07) VALUE "ACTION ".
001630     05  RPT-D-ACTION            PIC X(01).
001640     05  FILLER                  PIC X(06) VALUE "  SET ".
001650     05  RPT-D-SET-ID            PIC X(05).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  RPT-D-SCHEDULER         PIC X(20).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  RPT-D-SOURCE            PIC X(08).
001700     05  FILLER                  PIC X(04) VALUE "  F ".
001710     05  RPT-D-FREQUENCY         PIC X(01).
001720     05  FILLER                  PIC X(04) VALUE "  D ".
001730     05  RPT-D-RUN-DAY           PIC X(01).
001740     05  FILLER                  PIC X(06) VALUE "  MAX ".
001750     05  RPT-D-MAX-LCM           PIC X(18).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  RPT-D-DISP              PIC X(10).
001780     05  RPT-D-REASON            PIC X(30).
001790     05  FILLER                  PIC X(04) VALUE SPACES.
001800
001810 01  RPT-SUMMARY-LINE.
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  RPT-SUM-LABEL           PIC X(40).
001840     05  RPT-SUM-VALUE           PIC Z(04)9.
001850     05  FILLER                  PIC X(86) VALUE SPACES.
001860
001870 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
001880
001890 PROCEDURE DIVISION.
001900*--------------------------------------------------------------*
001910*    0000-MAINLINE - OVERALL JOB CONTROL
001920*--------------------------------------------------------------*
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001960         UNTIL WS-TRN-EOF.
001970     PERFORM 3000-COUNT-REGISTRY THRU 3000-EXIT.
001980     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002000     STOP RUN.
002010
002020*--------------------------------------------------------------*
002030*    1000-INITIALIZE - OPEN FILES, PRINT HEADER.  A MISSING
002040*        REGISTRY IS NOT AN ERROR - THE FIRST RUN OF THIS
002050*        PROGRAM IS WHAT BUILDS THE FILE.
002060*--------------------------------------------------------------*
002070 1000-INITIALIZE.
002080     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
002090     MOVE WS-RUN-MM TO WS-PRT-MM.
002100     MOVE WS-RUN-DD TO WS-PRT-DD.
002110     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
002120
002130     OPEN OUTPUT RPT-FILE.
002140     IF WS-RPT-STATUS NOT = "00"
002150         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
002160         MOVE 16 TO RETURN-CODE
002170         STOP RUN
002180     END-IF.
002190     OPEN INPUT TRN-FILE.
002200     IF WS-TRN-STATUS NOT = "00"
002210         DISPLAY "TRN-FILE OPEN FAILED - STATUS " WS-TRN-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     OPEN I-O REG-FILE.
002260     IF WS-REG-STATUS = "05" OR WS-REG-STATUS = "35"
002270         DISPLAY "SETREG NOT FOUND - BUILDING A NEW REGISTRY"
002280         OPEN OUTPUT REG-FILE
002290         CLOSE REG-FILE
002300         OPEN I-O REG-FILE
002310     END-IF.
002320     IF WS-REG-STATUS NOT = "00"
002330         DISPLAY "REG-FILE OPEN FAILED - STATUS " WS-REG-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370
002380     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
002390
002400     SET WS-TRN-NOT-EOF TO TRUE.
002410     READ TRN-FILE
002420         AT END SET WS-TRN-EOF TO TRUE
002430     END-READ.
002440 1000-EXIT.
002450     EXIT.
002460
002470*--------------------------------------------------------------*
002480*    1200-PRINT-HEADING - REPORT PAGE HEADER
002490*--------------------------------------------------------------*
002500 1200-PRINT-HEADING.
002510     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
002520     MOVE WS-PAGE-NO TO RPT1-PAGE.
002530     WRITE RPT-RECORD FROM RPT-HEADER-1.
002540     WRITE RPT-RECORD FROM RPT-HEADER-2.
002550     MOVE ZERO TO WS-LINE-COUNT.
002560 1200-EXIT.
002570     EXIT.
002580
002590*--------------------------------------------------------------*
002600*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
002610*--------------------------------------------------------------*
002620 1210-NEW-PAGE.
002630     ADD 1 TO WS-PAGE-NO.
002640     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
002650     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
002660 1210-EXIT.
002670     EXIT.
002680
002690*--------------------------------------------------------------*
002700*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
002710*--------------------------------------------------------------*
002720 1220-CHECK-PAGE-BREAK.
002730     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
002740         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
002750     END-IF.
002760 1220-EXIT.
002770     EXIT.
002780
002790*--------------------------------------------------------------*
002800*    2000-PROCESS-TRANSACTIONS - EDIT AND APPLY ONE TRANSACTION
002810*--------------------------------------------------------------*
002820 2000-PROCESS-TRANSACTIONS.
002830     ADD 1 TO WS-TRANS-READ.
002840     SET WS-TRN-OK TO TRUE.
002850     MOVE SPACES TO WS-REJECT-REASON.
002860     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
002870     IF WS-TRN-OK
002880         PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
002890         ADD 1 TO WS-TRANS-ACCEPTED
002900     ELSE
002910         ADD 1 TO WS-TRANS-REJECTED
002920     END-IF.
002930     PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT.
002940     READ TRN-FILE
002950         AT END SET WS-TRN-EOF TO TRUE
002960     END-READ.
002970 2000-EXIT.
002980     EXIT.
002990
003000*--------------------------------------------------------------*
003010*    2100-EDIT-TRANSACTION - VALIDATE ACTION AND SET ID, READ
003020*        THE REGISTRY FOR THE SET, THEN EDIT THE FIELDS FOR
003030*        THE ACTION.  THE REGISTRY RECORD READ HERE IS THE ONE
003040*        A CHANGE OR DEACTIVATE REWRITES.
003050*--------------------------------------------------------------*
003060 2100-EDIT-TRANSACTION.
003070     IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DEACTIVATE
003080         SET WS-TRN-BAD TO TRUE
003090         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
003100         GO TO 2100-EXIT
003110     END-IF.
003120     IF TRN-SET-ID NOT NUMERIC OR TRN-SET-ID = ZERO
003130         SET WS-TRN-BAD TO TRUE
003140         MOVE "SET ID NOT 00001-99999" TO WS-REJECT-REASON
003150         GO TO 2100-EXIT
003160     END-IF.
003170     PERFORM 2150-READ-REGISTRY THRU 2150-EXIT.
003180     IF TRN-ADD
003190         PERFORM 2110-EDIT-ADD THRU 2110-EXIT
003200         GO TO 2100-EXIT
003210     END-IF.
003220     IF WS-REG-NOT-FOUND
003230         SET WS-TRN-BAD TO TRUE
003240         MOVE "SET NOT ON REGISTRY" TO WS-REJECT-REASON
003250         GO TO 2100-EXIT
003260     END-IF.
003270     IF TRN-CHANGE
003280         PERFORM 2120-EDIT-CHANGE THRU 2120-EXIT
003290         GO TO 2100-EXIT
003300     END-IF.
003310     IF REG-INACTIVE
003320         SET WS-TRN-BAD TO TRUE
003330         MOVE "SET ALREADY INACTIVE" TO WS-REJECT-REASON
003340     END-IF.
003350 2100-EXIT.
003360     EXIT.
003370
003380 2110-EDIT-ADD.
003390     IF WS-REG-FOUND
003400         SET WS-TRN-BAD TO TRUE
003410         MOVE "SET ALREADY ON REGISTRY" TO WS-REJECT-REASON
003420         GO TO 2110-EXIT
003430     END-IF.
003440     IF TRN-SCHEDULER = SPACES
003450         SET WS-TRN-BAD TO TRUE
003460         MOVE "SCHEDULER REQUIRED" TO WS-REJECT-REASON
003470         GO TO 2110-EXIT
003480     END-IF.
003490     IF TRN-SOURCE = SPACES
003500         SET WS-TRN-BAD TO TRUE
003510         MOVE "FEEDER SOURCE REQUIRED" TO WS-REJECT-REASON
003520         GO TO 2110-EXIT
003530     END-IF.
003540     MOVE TRN-FREQUENCY TO WS-NEW-FREQUENCY.
003550     MOVE ZERO TO WS-NEW-RUN-DAY.
003560     PERFORM 2130-EDIT-FREQUENCY THRU 2130-EXIT.
003570     IF WS-TRN-BAD
003580         GO TO 2110-EXIT
003590     END-IF.
003600     PERFORM 2140-EDIT-MAX-LCM THRU 2140-EXIT.
003610 2110-EXIT.
003620     EXIT.
003630
003640 2120-EDIT-CHANGE.
003650     IF TRN-SCHEDULER = SPACES AND TRN-SOURCE = SPACES
003660             AND TRN-FREQUENCY = SPACE AND TRN-RUN-DAY = SPACE
003670             AND TRN-MAX-LCM = SPACES AND REG-ACTIVE
003680         SET WS-TRN-BAD TO TRUE
003690         MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
003700         GO TO 2120-EXIT
003710     END-IF.
003720*    A BLANK FREQUENCY OR RUN DAY KEEPS THE REGISTRY VALUE, BUT
003730*    THE PAIR IS EDITED AS IT WILL STAND AFTER THE CHANGE - A
003740*    SET MOVED TO WEEKLY MUST END UP WITH A RUN DAY.
003750     IF TRN-FREQUENCY = SPACE
003760         MOVE REG-FREQUENCY TO WS-NEW-FREQUENCY
003770     ELSE
003780         MOVE TRN-FREQUENCY TO WS-NEW-FREQUENCY
003790     END-IF.
003800     MOVE REG-RUN-DAY TO WS-NEW-RUN-DAY.
003810     PERFORM 2130-EDIT-FREQUENCY THRU 2130-EXIT.
003820     IF WS-TRN-BAD
003830         GO TO 2120-EXIT
003840     END-IF.
003850     PERFORM 2140-EDIT-MAX-LCM THRU 2140-EXIT.
003860 2120-EXIT.
003870     EXIT.
003880
003890*--------------------------------------------------------------*
003900*    2130-EDIT-FREQUENCY - D, W OR Q.  A WEEKLY SET NEEDS A RUN
003910*        DAY 1 (MONDAY) THROUGH 7 (SUNDAY), FROM THE CARD OR,
003920*        ON A CHANGE, ALREADY ON THE REGISTRY.  ANY OTHER
003930*        FREQUENCY CARRIES RUN DAY ZERO.
003940*--------------------------------------------------------------*
003950 2130-EDIT-FREQUENCY.
003960     IF NOT WS-NEW-FREQ-VALID
003970         SET WS-TRN-BAD TO TRUE
003980         MOVE "FREQUENCY NOT D, W OR Q" TO WS-REJECT-REASON
003990         GO TO 2130-EXIT
004000     END-IF.
004010     IF TRN-RUN-DAY NOT = SPACE
004020         IF TRN-RUN-DAY NOT NUMERIC
004030                 OR TRN-RUN-DAY-N = ZERO OR TRN-RUN-DAY-N > 7
004040             SET WS-TRN-BAD TO TRUE
004050             MOVE "RUN DAY NOT 1-7" TO WS-REJECT-REASON
004060             GO TO 2130-EXIT
004070         END-IF
004080         MOVE TRN-RUN-DAY-N TO WS-NEW-RUN-DAY
004090     END-IF.
004100     IF NOT WS-NEW-FREQ-WEEKLY
004110         MOVE ZERO TO WS-NEW-RUN-DAY
004120         GO TO 2130-EXIT
004130     END-IF.
004140     IF WS-NEW-RUN-DAY = ZERO
004150         SET WS-TRN-BAD TO TRUE
004160         MOVE "WEEKLY SET NEEDS A RUN DAY" TO WS-REJECT-REASON
004170     END-IF.
004180 2130-EXIT.
004190     EXIT.
004200
004210 2140-EDIT-MAX-LCM.
004220     IF TRN-MAX-LCM NOT = SPACES AND TRN-MAX-LCM NOT NUMERIC
004230         SET WS-TRN-BAD TO TRUE
004240         MOVE "MAXIMUM LCM NOT NUMERIC" TO WS-REJECT-REASON
004250     END-IF.
004260 2140-EXIT.
004270     EXIT.
004280
004290*--------------------------------------------------------------*
004300*    2150-READ-REGISTRY - KEYED READ FOR THE TRANSACTION SET
004310*--------------------------------------------------------------*
004320 2150-READ-REGISTRY.
004330     MOVE TRN-SET-ID TO REG-SET-ID.
004340     READ REG-FILE
004350         INVALID KEY CONTINUE
004360     END-READ.
004370     IF WS-REG-STATUS = "00"
004380         SET WS-REG-FOUND TO TRUE
004390         GO TO 2150-EXIT
004400     END-IF.
004410     IF WS-REG-STATUS NOT = "23"
004420         DISPLAY "REG-FILE READ FAILED - STATUS " WS-REG-STATUS
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460     SET WS-REG-NOT-FOUND TO TRUE.
004470 2150-EXIT.
004480     EXIT.
004490
004500*--------------------------------------------------------------*
004510*    2200-APPLY-TRANSACTION - POST AN EDITED TRANSACTION TO THE
004520*        REGISTRY.  A CHANGE REACTIVATES THE SET; A DEACTIVATED
004530*        SET STAYS ON FILE SO HISTORY CAN STILL NAME ITS OWNER.
004540*--------------------------------------------------------------*
004550 2200-APPLY-TRANSACTION.
004560     IF TRN-ADD
004570         MOVE TRN-SET-ID TO REG-SET-ID
004580         MOVE TRN-SCHEDULER TO REG-SCHEDULER
004590         MOVE TRN-SOURCE TO REG-SOURCE
004600         MOVE WS-NEW-FREQUENCY TO REG-FREQUENCY
004610         MOVE WS-NEW-RUN-DAY TO REG-RUN-DAY
004620         MOVE "A" TO REG-ACTIVE-FLAG
004630         IF TRN-MAX-LCM NUMERIC
004640             MOVE TRN-MAX-LCM TO REG-MAX-LCM
004650         ELSE
004660             MOVE ZERO TO REG-MAX-LCM
004670         END-IF
004680         MOVE WS-RUN-DATE-NUM TO REG-ADDED-DATE
004690         MOVE WS-RUN-DATE-NUM TO REG-CHANGED-DATE
004700         WRITE REG-RECORD
004710             INVALID KEY CONTINUE
004720         END-WRITE
004730         PERFORM 2210-CHECK-REGISTRY-UPDATE THRU 2210-EXIT
004740         GO TO 2200-EXIT
004750     END-IF.
004760     IF TRN-CHANGE
004770         IF TRN-SCHEDULER NOT = SPACES
004780             MOVE TRN-SCHEDULER TO REG-SCHEDULER
004790         END-IF
004800         IF TRN-SOURCE NOT = SPACES
004810             MOVE TRN-SOURCE TO REG-SOURCE
004820         END-IF
004830         MOVE WS-NEW-FREQUENCY TO REG-FREQUENCY
004840         MOVE WS-NEW-RUN-DAY TO REG-RUN-DAY
004850         IF TRN-MAX-LCM NUMERIC
004860             MOVE TRN-MAX-LCM TO REG-MAX-LCM
004870         END-IF
004880         MOVE "A" TO REG-ACTIVE-FLAG
004890     ELSE
004900         MOVE "I" TO REG-ACTIVE-FLAG
004910     END-IF.
004920     MOVE WS-RUN-DATE-NUM TO REG-CHANGED-DATE.
004930     REWRITE REG-RECORD
004940         INVALID KEY CONTINUE
004950     END-REWRITE.
004960     PERFORM 2210-CHECK-REGISTRY-UPDATE THRU 2210-EXIT.
004970 2200-EXIT.
004980     EXIT.
004990
005000 2210-CHECK-REGISTRY-UPDATE.
005010     IF WS-REG-STATUS NOT = "00"
005020         DISPLAY "REG-FILE UPDATE FAILED FOR SET " REG-SET-ID
005030             " - STATUS " WS-REG-STATUS
005040         MOVE 16 TO RETURN-CODE
005050         STOP RUN
005060     END-IF.
005070 2210-EXIT.
005080     EXIT.
005090
005100*--------------------------------------------------------------*
005110*    2300-WRITE-DETAIL-LINE - ONE EDIT REPORT LINE PER TRANS
005120*--------------------------------------------------------------*
005130 2300-WRITE-DETAIL-LINE.
005140     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
005150     MOVE TRN-ACTION TO RPT-D-ACTION.
005160     MOVE TRN-RECORD (2:5) TO RPT-D-SET-ID.
005170     MOVE TRN-SCHEDULER TO RPT-D-SCHEDULER.
005180     MOVE TRN-SOURCE TO RPT-D-SOURCE.
005190     MOVE TRN-FREQUENCY TO RPT-D-FREQUENCY.
005200     MOVE TRN-RUN-DAY TO RPT-D-RUN-DAY.
005210     MOVE TRN-MAX-LCM TO RPT-D-MAX-LCM.
005220     IF WS-TRN-OK
005230         MOVE "ACCEPTED  " TO RPT-D-DISP
005240     ELSE
005250         MOVE "REJECTED  " TO RPT-D-DISP
005260     END-IF.
005270     MOVE WS-REJECT-REASON TO RPT-D-REASON.
005280     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
005290     ADD 1 TO WS-LINE-COUNT.
005300 2300-EXIT.
005310     EXIT.
005320
005330*--------------------------------------------------------------*
005340*    3000-COUNT-REGISTRY - BROWSE THE UPDATED REGISTRY FOR THE
005350*        ACTIVE / INACTIVE TOTALS ON THE SUMMARY PAGE
005360*--------------------------------------------------------------*
005370 3000-COUNT-REGISTRY.
005380     MOVE ZERO TO WS-SETS-ACTIVE.
005390     MOVE ZERO TO WS-SETS-INACTIVE.
005400     SET WS-REG-NOT-EOF TO TRUE.
005410     MOVE ZERO TO REG-SET-ID.
005420     START REG-FILE KEY NOT LESS THAN REG-SET-ID
005430         INVALID KEY SET WS-REG-EOF TO TRUE
005440     END-START.
005450     IF WS-REG-NOT-EOF
005460         PERFORM 3100-READ-NEXT-REGISTRY THRU 3100-EXIT
005470     END-IF.
005480     PERFORM 3010-COUNT-ONE-SET THRU 3010-EXIT
005490         UNTIL WS-REG-EOF.
005500 3000-EXIT.
005510     EXIT.
005520
005530 3010-COUNT-ONE-SET.
005540     IF REG-ACTIVE
005550         ADD 1 TO WS-SETS-ACTIVE
005560     ELSE
005570         ADD 1 TO WS-SETS-INACTIVE
005580     END-IF.
005590     PERFORM 3100-READ-NEXT-REGISTRY THRU 3100-EXIT.
005600 3010-EXIT.
005610     EXIT.
005620
005630 3100-READ-NEXT-REGISTRY.
005640     READ REG-FILE NEXT RECORD
005650         AT END SET WS-REG-EOF TO TRUE
005660     END-READ.
005670 3100-EXIT.
005680     EXIT.
005690
005700*--------------------------------------------------------------*
005710*    8000-PRODUCE-SUMMARY - EDIT RUN TOTALS
005720*--------------------------------------------------------------*
005730 8000-PRODUCE-SUMMARY.
005740     PERFORM 1210-NEW-PAGE THRU 1210-EXIT.
005750     MOVE "TRANSACTIONS READ" TO RPT-SUM-LABEL.
005760     MOVE WS-TRANS-READ TO RPT-SUM-VALUE.
005770     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005780     MOVE "TRANSACTIONS ACCEPTED" TO RPT-SUM-LABEL.
005790     MOVE WS-TRANS-ACCEPTED TO RPT-SUM-VALUE.
005800     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005810     MOVE "TRANSACTIONS REJECTED" TO RPT-SUM-LABEL.
005820     MOVE WS-TRANS-REJECTED TO RPT-SUM-VALUE.
005830     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005840     MOVE "ACTIVE SETS ON REGISTRY" TO RPT-SUM-LABEL.
005850     MOVE WS-SETS-ACTIVE TO RPT-SUM-VALUE.
005860     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005870     MOVE "INACTIVE SETS ON REGISTRY" TO RPT-SUM-LABEL.
005880     MOVE WS-SETS-INACTIVE TO RPT-SUM-VALUE.
005890     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005900     DISPLAY "TRANSACTIONS READ...... " WS-TRANS-READ.
005910     DISPLAY "TRANSACTIONS ACCEPTED.. " WS-TRANS-ACCEPTED.
005920     DISPLAY "TRANSACTIONS REJECTED.. " WS-TRANS-REJECTED.
005930     DISPLAY "ACTIVE SETS............ " WS-SETS-ACTIVE.
005940     DISPLAY "INACTIVE SETS.......... " WS-SETS-INACTIVE.
005950 8000-EXIT.
005960     EXIT.
005970
005980*--------------------------------------------------------------*
005990*    9000-TERMINATE - CLOSE ALL FILES
006000*--------------------------------------------------------------*
006010 9000-TERMINATE.
006020     CLOSE TRN-FILE.
006030     CLOSE REG-FILE.
006040     CLOSE RPT-FILE.
006050 9000-EXIT.
006060     EXIT.
