000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.NTCRTN.
000120 AUTHOR. R L HOLLOWAY.
000130 INSTALLATION. SCHEDULING AND MANIFEST RECONCILIATION UNIT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------*
000170*              MODIFICATION HISTORY                            *
000180*--------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ----------------------------------------
000210*  10/15/2026 RLH   ORIGINAL.  TAKES THE NOTICE FILES FEEDERS
000220*                   SEND BACK WITH THEIR CORRECTIONS (NTCREC
000230*                   LAYOUT, ONE OR MORE H...T FILES END TO END
000240*                   ON NTCRTN) AND BUILDS THE RCYIN FILE FOR AN
000250*                   LCM MODE=RESUBMIT RUN.  A RETURNED FILE WHOSE
000260*                   TRAILER DOES NOT COUNT ITS ROWS IS REFUSED
000270*                   WHOLE.  B ROWS ARE NOT RESUBMITTED - A FAILED
000280*                   BLOCK IS RETRANSMITTED ON NBRFILE.
000290*--------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RTN-FILE ASSIGN TO "NTCRTN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RTN-STATUS.
000360     SELECT RCY-FILE ASSIGN TO "RCYIN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RCY-STATUS.
000390     SELECT RPT-FILE ASSIGN TO "NTCRRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RPT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*--------------------------------------------------------------*
000460*    RTN-FILE - RETURNED NOTICE FILES, END TO END
000470*--------------------------------------------------------------*
000480 FD  RTN-FILE
000490     RECORDING MODE IS F.
000500 01  RTN-RECORD                  PIC X(300).
000510
000520*--------------------------------------------------------------*
000530*    RCY-FILE - CORRECTED RECYCLE RECORDS FOR MODE=RESUBMIT
000540*--------------------------------------------------------------*
000550 FD  RCY-FILE
000560     RECORDING MODE IS F.
000570     COPY RCYREC.
000580
000590*--------------------------------------------------------------*
000600*    RPT-FILE - PRINTED INTAKE REPORT
000610*--------------------------------------------------------------*
000620 FD  RPT-FILE
000630     RECORDING MODE IS F.
000640 01  RPT-RECORD                  PIC X(132).
000650
000660 WORKING-STORAGE SECTION.
000670*--------------------------------------------------------------*
000680*    FILE STATUS SWITCHES
000690*--------------------------------------------------------------*
000700 01  WS-FILE-STATUSES.
000710     05  WS-RTN-STATUS           PIC X(02) VALUE "00".
000720     05  WS-RCY-STATUS           PIC X(02) VALUE "00".
000730     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000740
000750 01  WS-RTN-EOF-SW               PIC X(01) VALUE "N".
000760     88  WS-RTN-EOF                      VALUE "Y".
000770     88  WS-RTN-NOT-EOF                  VALUE "N".
000780
000790*--------------------------------------------------------------*
000800*    NOTICE RECORD WORK AREA
000810*--------------------------------------------------------------*
000820     COPY NTCREC.
000830
000840*--------------------------------------------------------------*
000850*    ONE RETURNED FILE IS HELD HERE UNTIL ITS TRAILER PROVES
000860*        IT COMPLETE, THEN WRITTEN TO RCYIN OR REFUSED WHOLE
000870*--------------------------------------------------------------*
000880 01  WS-HOLD-TABLE.
000890     05  WS-HOLD-ENTRY OCCURS 500 TIMES.
000900         10  WS-HOLD-NBR-DATA    PIC X(160).
000910         10  WS-HOLD-REASON      PIC X(02).
000920         10  WS-HOLD-RUN-DATE    PIC X(08).
000930 77  WS-HOLD-COUNT               PIC 9(03) VALUE 0.
000940 77  WS-HOLD-MAX                 PIC 9(03) VALUE 500.
000950 77  WS-HOLD-IX                  PIC 9(03) VALUE 0.
000960
000970 01  WS-IN-FILE-SW               PIC X(01) VALUE "N".
000980     88  WS-IN-FILE                      VALUE "Y".
000990 01  WS-GRP-BAD-SW               PIC X(01) VALUE "N".
001000     88  WS-GRP-BAD                      VALUE "Y".
001010 01  WS-GRP-FEEDER               PIC X(08) VALUE SPACES.
001020 77  WS-GRP-BLOCK-ROWS           PIC 9(07) VALUE 0.
001030 77  WS-GRP-SET-ROWS             PIC 9(07) VALUE 0.
001040 77  WS-GRP-FAIL-MSG             PIC X(60) VALUE SPACES.
001050 77  WS-STRUCT-MSG               PIC X(60) VALUE SPACES.
001060
001070*--------------------------------------------------------------*
001080*    COUNTERS
001090*--------------------------------------------------------------*
001100 77  WS-ROWS-READ                PIC 9(07) VALUE 0.
001110 77  WS-FILES-READ               PIC 9(07) VALUE 0.
001120 77  WS-FILES-ACCEPTED           PIC 9(07) VALUE 0.
001130 77  WS-FILES-REFUSED            PIC 9(07) VALUE 0.
001140 77  WS-SETS-WRITTEN             PIC 9(07) VALUE 0.
001150 77  WS-SETS-REFUSED             PIC 9(07) VALUE 0.
001160 77  WS-BLOCKS-SKIPPED           PIC 9(07) VALUE 0.
001170
001180*--------------------------------------------------------------*
001190*    RUN DATE / REPORT PAGINATION
001200*--------------------------------------------------------------*
001210 01  WS-RUN-DATE-RAW.
001220     05  WS-RUN-YYYY             PIC 9(04).
001230     05  WS-RUN-MM               PIC 9(02).
001240     05  WS-RUN-DD               PIC 9(02).
001250 01  WS-RUN-DATE-PRINT.
001260     05  WS-PRT-MM               PIC 9(02).
001270     05  FILLER                  PIC X(01) VALUE "/".
001280     05  WS-PRT-DD               PIC 9(02).
001290     05  FILLER                  PIC X(01) VALUE "/".
001300     05  WS-PRT-YYYY             PIC 9(04).
001310 01  WS-EDIT-DATE-N              PIC 9(08) VALUE 0.
001320 01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-N.
001330     05  WS-EDT-YYYY             PIC 9(04).
001340     05  WS-EDT-MM               PIC 9(02).
001350     05  WS-EDT-DD               PIC 9(02).
001360 01  WS-EDIT-DATE-PRINT.
001370     05  WS-EDP-MM               PIC 9(02).
001380     05  FILLER                  PIC X(01) VALUE "/".
001390     05  WS-EDP-DD               PIC 9(02).
001400     05  FILLER                  PIC X(01) VALUE "/".
001410     05  WS-EDP-YYYY             PIC 9(04).
001420
001430 77  WS-PAGE-NO                  PIC 9(03) VALUE 1.
001440 77  WS-LINE-COUNT               PIC 9(03) VALUE 0.
001450 77  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
001460
001470*--------------------------------------------------------------*
001480*    PRINT LINE LAYOUTS
001490*--------------------------------------------------------------*
001500 01  RPT-HEADER-1.
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  FILLER                  PIC X(40)
001530             VALUE "RN110 - RETURNED NOTICE INTAKE".
001540     05  FILLER                  PIC X(08) VALUE "RUN DATE".
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  RPT1-DATE               PIC X(10).
001570     05  FILLER                  PIC X(06) VALUE SPACES.
001580     05  FILLER                  PIC X(05) VALUE "PAGE ".
001590     05  RPT1-PAGE               PIC ZZ9.
001600     05  FILLER                  PIC X(58) VALUE SPACES.
001610
001620 01  RPT-HEADER-2.
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  FILLER                  PIC X(131) VALUE ALL "-".
001650
001660 01  RPT-COL-HDR.
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  FILLER                  PIC X(48) VALUE
001690             "FEEDER    BUS DATE    FILE  BLOCKS    SETS  RESU".
001700     05  FILLER                  PIC X(48) VALUE
001710             "BMITTED  VERDICT                                ".
001720     05  FILLER                  PIC X(35) VALUE SPACES.
001730
001740 01  RPT-FILE-LINE.
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  RPT-FL-FEEDER           PIC X(08).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  RPT-FL-DATE             PIC X(10).
001790     05  FILLER                  PIC X(04) VALUE SPACES.
001800     05  RPT-FL-FILE-NO          PIC 99.
001810     05  RPT-FL-BLOCKS           PIC Z(07)9.
001820     05  RPT-FL-SETS             PIC Z(07)9.
001830     05  RPT-FL-RESUB            PIC Z(11)9.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  RPT-FL-VERDICT          PIC X(75).
001860
001870 01  RPT-SUMMARY-LINE.
001880     05  FILLER                  PIC X(01) VALUE SPACE.
001890     05  RPT-SUM-LABEL           PIC X(40).
001900     05  RPT-SUM-VALUE           PIC Z(06)9.
001910     05  FILLER                  PIC X(84) VALUE SPACES.
001920
001930 01  RPT-NONE-LINE.
001940     05  FILLER                  PIC X(01) VALUE SPACE.
001950     05  FILLER                  PIC X(06) VALUE "(NONE)".
001960     05  FILLER                  PIC X(125) VALUE SPACES.
001970 01  RPT-BLANK-LINE              PIC X(132) VALUE SPACES.
001980
001990 PROCEDURE DIVISION.
002000*--------------------------------------------------------------*
002010*    0000-MAINLINE - OVERALL JOB CONTROL
002020*--------------------------------------------------------------*
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050     PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
002060         UNTIL WS-RTN-EOF.
002070     IF WS-IN-FILE
002080         MOVE "LAST FILE HAS NO TRAILER RECORD" TO WS-STRUCT-MSG
002090         PERFORM 2900-STRUCTURE-BROKEN THRU 2900-EXIT
002100     END-IF.
002110     IF WS-FILES-READ = ZERO
002120         WRITE RPT-RECORD FROM RPT-NONE-LINE
002130         ADD 1 TO WS-LINE-COUNT
002140     END-IF.
002150     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002170     STOP RUN.
002180
002190*--------------------------------------------------------------*
002200*    1000-INITIALIZE - OPEN FILES, PRINT HEADING
002210*--------------------------------------------------------------*
002220 1000-INITIALIZE.
002230     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
002240     MOVE WS-RUN-MM TO WS-PRT-MM.
002250     MOVE WS-RUN-DD TO WS-PRT-DD.
002260     MOVE WS-RUN-YYYY TO WS-PRT-YYYY.
002270
002280     OPEN INPUT RTN-FILE.
002290     IF WS-RTN-STATUS NOT = "00"
002300         DISPLAY "RTN-FILE OPEN FAILED - STATUS " WS-RTN-STATUS
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     OPEN OUTPUT RCY-FILE.
002350     IF WS-RCY-STATUS NOT = "00"
002360         DISPLAY "RCY-FILE OPEN FAILED - STATUS " WS-RCY-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     OPEN OUTPUT RPT-FILE.
002410     IF WS-RPT-STATUS NOT = "00"
002420         DISPLAY "RPT-FILE OPEN FAILED - STATUS " WS-RPT-STATUS
002430         MOVE 16 TO RETURN-CODE
002440         STOP RUN
002450     END-IF.
002460
002470     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
002480     WRITE RPT-RECORD FROM RPT-COL-HDR.
002490     ADD 1 TO WS-LINE-COUNT.
002500     SET WS-RTN-NOT-EOF TO TRUE.
002510     PERFORM 2800-READ-RETURNED-ROW THRU 2800-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540
002550*--------------------------------------------------------------*
002560*    1200-PRINT-HEADING - REPORT PAGE HEADER
002570*--------------------------------------------------------------*
002580 1200-PRINT-HEADING.
002590     MOVE WS-RUN-DATE-PRINT TO RPT1-DATE.
002600     MOVE WS-PAGE-NO TO RPT1-PAGE.
002610     WRITE RPT-RECORD FROM RPT-HEADER-1.
002620     WRITE RPT-RECORD FROM RPT-HEADER-2.
002630     MOVE ZERO TO WS-LINE-COUNT.
002640 1200-EXIT.
002650     EXIT.
002660
002670*--------------------------------------------------------------*
002680*    1210-NEW-PAGE - ADVANCE TO A NEW REPORT PAGE
002690*--------------------------------------------------------------*
002700 1210-NEW-PAGE.
002710     ADD 1 TO WS-PAGE-NO.
002720     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
002730     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
002740 1210-EXIT.
002750     EXIT.
002760
002770*--------------------------------------------------------------*
002780*    1220-CHECK-PAGE-BREAK - START A NEW PAGE WHEN FULL
002790*--------------------------------------------------------------*
002800 1220-CHECK-PAGE-BREAK.
002810     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
002820         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
002830         WRITE RPT-RECORD FROM RPT-COL-HDR
002840         ADD 1 TO WS-LINE-COUNT
002850     END-IF.
002860 1220-EXIT.
002870     EXIT.
002880
002890*--------------------------------------------------------------*
002900*    2000-PROCESS-ONE-ROW - H OPENS A RETURNED FILE, B AND D
002910*        ROWS ARE COUNTED (D ROWS HELD), T PROVES THE FILE
002920*--------------------------------------------------------------*
002930 2000-PROCESS-ONE-ROW.
002940     ADD 1 TO WS-ROWS-READ.
002950     IF NTC-HEADER
002960         PERFORM 2100-START-FILE THRU 2100-EXIT
002970         GO TO 2000-NEXT
002980     END-IF.
002990     IF NOT WS-IN-FILE
003000         MOVE "ROW OUTSIDE AN H/T FILE" TO WS-STRUCT-MSG
003010         PERFORM 2900-STRUCTURE-BROKEN THRU 2900-EXIT
003020     END-IF.
003030     IF NTC-TRAILER
003040         PERFORM 2300-END-FILE THRU 2300-EXIT
003050         GO TO 2000-NEXT
003060     END-IF.
003070     IF NTC-FEEDER NOT = WS-GRP-FEEDER
003080             AND NOT WS-GRP-BAD
003090         MOVE "Y" TO WS-GRP-BAD-SW
003100         MOVE "ROW FOR ANOTHER FEEDER INSIDE THE FILE"
003110             TO WS-GRP-FAIL-MSG
003120     END-IF.
003130     IF NTC-BLOCK-NOTICE
003140         ADD 1 TO WS-GRP-BLOCK-ROWS
003150         GO TO 2000-NEXT
003160     END-IF.
003170     IF NTC-SET-NOTICE
003180         ADD 1 TO WS-GRP-SET-ROWS
003190         PERFORM 2200-HOLD-SET-ROW THRU 2200-EXIT
003200         GO TO 2000-NEXT
003210     END-IF.
003220     IF NOT WS-GRP-BAD
003230         MOVE "Y" TO WS-GRP-BAD-SW
003240         MOVE "UNKNOWN ROW TYPE" TO WS-GRP-FAIL-MSG
003250     END-IF.
003260 2000-NEXT.
003270     PERFORM 2800-READ-RETURNED-ROW THRU 2800-EXIT.
003280 2000-EXIT.
003290     EXIT.
003300
003310 2100-START-FILE.
003320     IF WS-IN-FILE
003330         MOVE "HEADER INSIDE AN OPEN FILE" TO WS-STRUCT-MSG
003340         PERFORM 2900-STRUCTURE-BROKEN THRU 2900-EXIT
003350     END-IF.
003360     ADD 1 TO WS-FILES-READ.
003370     MOVE "Y" TO WS-IN-FILE-SW.
003380     MOVE "N" TO WS-GRP-BAD-SW.
003390     MOVE SPACES TO WS-GRP-FAIL-MSG.
003400     MOVE NTC-FEEDER TO WS-GRP-FEEDER.
003410     MOVE ZERO TO WS-GRP-BLOCK-ROWS.
003420     MOVE ZERO TO WS-GRP-SET-ROWS.
003430     MOVE ZERO TO WS-HOLD-COUNT.
003440     MOVE SPACES TO RPT-FL-DATE.
003450     MOVE ZERO TO RPT-FL-FILE-NO.
003460     IF NTC-H-BUS-DATE NUMERIC
003470         MOVE NTC-H-BUS-DATE TO WS-EDIT-DATE-N
003480         PERFORM 2850-EDIT-DATE THRU 2850-EXIT
003490         MOVE WS-EDIT-DATE-PRINT TO RPT-FL-DATE
003500     END-IF.
003510     IF NTC-H-FILE-NO NUMERIC
003520         MOVE NTC-H-FILE-NO TO RPT-FL-FILE-NO
003530     END-IF.
003540     IF WS-GRP-FEEDER = SPACES
003550         MOVE "Y" TO WS-GRP-BAD-SW
003560         MOVE "HEADER NAMES NO FEEDER" TO WS-GRP-FAIL-MSG
003570     END-IF.
003580 2100-EXIT.
003590     EXIT.
003600
003610*--------------------------------------------------------------*
003620*    2200-HOLD-SET-ROW - KEEP THE CORRECTED SET UNTIL THE
003630*        TRAILER IS CHECKED.  THE FIRST RUN DATE RIDES ALONG SO
003640*        THE SUSPENSE LEDGER KEEPS THE ITEM'S AGE.
003650*--------------------------------------------------------------*
003660 2200-HOLD-SET-ROW.
003670     IF WS-GRP-BAD
003680         GO TO 2200-EXIT
003690     END-IF.
003700     IF WS-HOLD-COUNT = WS-HOLD-MAX
003710         MOVE "Y" TO WS-GRP-BAD-SW
003720         MOVE "MORE THAN 500 SET ROWS IN ONE FILE"
003730             TO WS-GRP-FAIL-MSG
003740         GO TO 2200-EXIT
003750     END-IF.
003760     ADD 1 TO WS-HOLD-COUNT.
003770     MOVE NTC-D-NBR-DATA TO WS-HOLD-NBR-DATA (WS-HOLD-COUNT).
003780     MOVE NTC-D-REASON TO WS-HOLD-REASON (WS-HOLD-COUNT).
003790     MOVE NTC-D-FIRST-RUN-DATE
003800         TO WS-HOLD-RUN-DATE (WS-HOLD-COUNT).
003810 2200-EXIT.
003820     EXIT.
003830
003840*--------------------------------------------------------------*
003850*    2300-END-FILE - THE TRAILER MUST COUNT THE FILE'S B AND D
003860*        ROWS; ONLY THEN ARE ITS SETS WRITTEN TO RCYIN
003870*--------------------------------------------------------------*
003880 2300-END-FILE.
003890     MOVE "N" TO WS-IN-FILE-SW.
003900     IF NOT WS-GRP-BAD
003910         IF NTC-T-ROW-COUNT NOT NUMERIC
003920                 OR NTC-T-BLOCK-COUNT NOT NUMERIC
003930                 OR NTC-T-SET-COUNT NOT NUMERIC
003940             MOVE "Y" TO WS-GRP-BAD-SW
003950             MOVE "TRAILER COUNTS NOT NUMERIC" TO WS-GRP-FAIL-MSG
003960         ELSE
003970             IF NTC-T-BLOCK-COUNT NOT = WS-GRP-BLOCK-ROWS
003980                     OR NTC-T-SET-COUNT NOT = WS-GRP-SET-ROWS
003990                     OR NTC-T-ROW-COUNT NOT =
004000                         WS-GRP-BLOCK-ROWS + WS-GRP-SET-ROWS
004010                 MOVE "Y" TO WS-GRP-BAD-SW
004020                 MOVE "TRAILER COUNTS DO NOT MATCH THE ROWS SENT"
004030                     TO WS-GRP-FAIL-MSG
004040             END-IF
004050         END-IF
004060     END-IF.
004070     MOVE WS-GRP-FEEDER TO RPT-FL-FEEDER.
004080     MOVE WS-GRP-BLOCK-ROWS TO RPT-FL-BLOCKS.
004090     MOVE WS-GRP-SET-ROWS TO RPT-FL-SETS.
004100     ADD WS-GRP-BLOCK-ROWS TO WS-BLOCKS-SKIPPED.
004110     IF WS-GRP-BAD
004120         ADD 1 TO WS-FILES-REFUSED
004130         ADD WS-GRP-SET-ROWS TO WS-SETS-REFUSED
004140         MOVE ZERO TO RPT-FL-RESUB
004150         MOVE SPACES TO RPT-FL-VERDICT
004160         STRING "REFUSED - " DELIMITED BY SIZE
004170             WS-GRP-FAIL-MSG DELIMITED BY SIZE
004180             INTO RPT-FL-VERDICT
004190         END-STRING
004200     ELSE
004210         ADD 1 TO WS-FILES-ACCEPTED
004220         PERFORM 2310-WRITE-ONE-HELD-SET THRU 2310-EXIT
004230             VARYING WS-HOLD-IX FROM 1 BY 1
004240             UNTIL WS-HOLD-IX > WS-HOLD-COUNT
004250         MOVE WS-HOLD-COUNT TO RPT-FL-RESUB
004260         MOVE "ACCEPTED" TO RPT-FL-VERDICT
004270     END-IF.
004280     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
004290     WRITE RPT-RECORD FROM RPT-FILE-LINE.
004300     ADD 1 TO WS-LINE-COUNT.
004310 2300-EXIT.
004320     EXIT.
004330
004340 2310-WRITE-ONE-HELD-SET.
004350     MOVE WS-HOLD-NBR-DATA (WS-HOLD-IX) TO RCY-NBR-DATA.
004360     MOVE WS-HOLD-REASON (WS-HOLD-IX) TO RCY-REASON.
004370     MOVE WS-GRP-FEEDER TO RCY-SOURCE.
004380     MOVE WS-HOLD-RUN-DATE (WS-HOLD-IX) TO RCY-RUN-DATE.
004390     WRITE RCY-RECORD.
004400     IF WS-RCY-STATUS NOT = "00"
004410         DISPLAY "RCY-FILE WRITE FAILED - STATUS " WS-RCY-STATUS
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     ADD 1 TO WS-SETS-WRITTEN.
004460 2310-EXIT.
004470     EXIT.
004480
004490*--------------------------------------------------------------*
004500*    2800-READ-RETURNED-ROW - NEXT ROW INTO NTC-RECORD
004510*--------------------------------------------------------------*
004520 2800-READ-RETURNED-ROW.
004530     READ RTN-FILE INTO NTC-RECORD
004540         AT END SET WS-RTN-EOF TO TRUE
004550     END-READ.
004560 2800-EXIT.
004570     EXIT.
004580
004590*--------------------------------------------------------------*
004600*    2850-EDIT-DATE - WS-EDIT-DATE-N (YYYYMMDD) TO MM/DD/YYYY
004610*--------------------------------------------------------------*
004620 2850-EDIT-DATE.
004630     MOVE WS-EDT-MM TO WS-EDP-MM.
004640     MOVE WS-EDT-DD TO WS-EDP-DD.
004650     MOVE WS-EDT-YYYY TO WS-EDP-YYYY.
004660 2850-EXIT.
004670     EXIT.
004680
004690*--------------------------------------------------------------*
004700*    2900-STRUCTURE-BROKEN - THE H/T FRAMING IS LOST, SO NO
004710*        ROW CAN BE TRUSTED.  RCYIN IS LEFT EMPTY.
004720*--------------------------------------------------------------*
004730 2900-STRUCTURE-BROKEN.
004740     DISPLAY "NTCRTN STRUCTURE BROKEN - " WS-STRUCT-MSG.
004750     DISPLAY "NOTHING WRITTEN TO RCYIN - CORRECT AND RERUN".
004760     CLOSE RTN-FILE.
004770     CLOSE RCY-FILE.
004780     OPEN OUTPUT RCY-FILE.
004790     CLOSE RCY-FILE.
004800     CLOSE RPT-FILE.
004810     MOVE 16 TO RETURN-CODE.
004820     STOP RUN.
004830 2900-EXIT.
004840     EXIT.
004850
004860*--------------------------------------------------------------*
004870*    8000-PRODUCE-SUMMARY - RUN TOTALS.  GRADES 8 WHEN ANY
004880*        RETURNED FILE WAS REFUSED.
004890*--------------------------------------------------------------*
004900 8000-PRODUCE-SUMMARY.
004910     PERFORM 1210-NEW-PAGE THRU 1210-EXIT.
004920     MOVE "RETURNED ROWS READ" TO RPT-SUM-LABEL.
004930     MOVE WS-ROWS-READ TO RPT-SUM-VALUE.
004940     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
004950     MOVE "RETURNED FILES READ" TO RPT-SUM-LABEL.
004960     MOVE WS-FILES-READ TO RPT-SUM-VALUE.
004970     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
004980     MOVE "FILES ACCEPTED" TO RPT-SUM-LABEL.
004990     MOVE WS-FILES-ACCEPTED TO RPT-SUM-VALUE.
005000     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005010     MOVE "FILES REFUSED" TO RPT-SUM-LABEL.
005020     MOVE WS-FILES-REFUSED TO RPT-SUM-VALUE.
005030     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005040     MOVE "SETS WRITTEN TO RCYIN" TO RPT-SUM-LABEL.
005050     MOVE WS-SETS-WRITTEN TO RPT-SUM-VALUE.
005060     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005070     MOVE "SETS IN REFUSED FILES" TO RPT-SUM-LABEL.
005080     MOVE WS-SETS-REFUSED TO RPT-SUM-VALUE.
005090     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005100     MOVE "BLOCK ROWS NOT RESUBMITTED" TO RPT-SUM-LABEL.
005110     MOVE WS-BLOCKS-SKIPPED TO RPT-SUM-VALUE.
005120     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
005130     DISPLAY "RETURNED FILES READ.... " WS-FILES-READ.
005140     DISPLAY "FILES REFUSED.......... " WS-FILES-REFUSED.
005150     DISPLAY "SETS WRITTEN TO RCYIN.. " WS-SETS-WRITTEN.
005160     IF WS-FILES-REFUSED > ZERO
005170         MOVE 8 TO RETURN-CODE
005180     ELSE
005190         MOVE 0 TO RETURN-CODE
005200     END-IF.
005210     DISPLAY "JOB RETURN CODE " RETURN-CODE.
005220 8000-EXIT.
005230     EXIT.
005240
005250*--------------------------------------------------------------*
005260*    9000-TERMINATE - CLOSE ALL FILES
005270*--------------------------------------------------------------*
005280 9000-TERMINATE.
005290     CLOSE RTN-FILE.
005300     CLOSE RCY-FILE.
005310     CLOSE RPT-FILE.
005320 9000-EXIT.
005330     EXIT.
