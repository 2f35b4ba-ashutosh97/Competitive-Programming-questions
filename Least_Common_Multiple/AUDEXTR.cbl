000290*                   BREAKDOWN - SO THE PLANNING DEPARTMENT
000300*                   LOADS RESULTS STRAIGHT INTO THEIR PC
000310*                   TOOLS INSTEAD OF RETYPING THE DL100.
000311*  10/15/2026 RLH   RUN POSTS TO THE RUNLEDGR RUN LEDGER - LCM
000312*                   MUST HAVE ENDED CLEAN FOR THE BUSINESS
000313*                   DATE (NEW DATE= CARD, DEFAULT TODAY).  A
000314*                   SECOND EXTRACT FOR THE SAME DATE TAKES A
000315*                   FORCE=YES CARD.
000320*--------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000440     SELECT EXT-FILE ASSIGN TO "AUDCSV"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-EXT-STATUS.
000461     SELECT LED-FILE ASSIGN TO "RUNLEDGR"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS LED-KEY
000465         FILE STATUS IS WS-LED-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000540     COPY AUDREC.
000550
000560*--------------------------------------------------------------*
000570*    PARM-FILE - SELECTION CARDS, SAME SHAPE AS INQPARM, PLUS
000575*        DATE= AND FORCE=YES FOR THE RUN LEDGER
000580*--------------------------------------------------------------*
000590 FD  PARM-FILE
000600     RECORDING MODE IS F.
000670 FD  EXT-FILE
000680     RECORDING MODE IS F.
000690 01  EXT-RECORD                  PIC X(400).
000691
000692*--------------------------------------------------------------*
000693*    LED-FILE - JOB-STREAM RUN LEDGER
000694*--------------------------------------------------------------*
000695 FD  LED-FILE.
000696     COPY LEDREC.
000700
000710 WORKING-STORAGE SECTION.
000720*--------------------------------------------------------------*
000760     05  WS-AUD-STATUS           PIC X(02) VALUE "00".
000770     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
000780     05  WS-EXT-STATUS           PIC X(02) VALUE "00".
000781     05  WS-LED-STATUS           PIC X(02) VALUE "00".
000790
000800 01  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
000810     88  WS-AUD-EOF                      VALUE "Y".
000850     88  WS-PRM-EOF                      VALUE "Y".
000860     88  WS-PRM-NOT-EOF                  VALUE "N".
000870
000871     COPY LEDSTP.
000872     COPY LEDWRK.
000873
000880 01  WS-ROW-SELECTED-SW          PIC X(01) VALUE "N".
000890     88  WS-ROW-SELECTED                 VALUE "Y".
000900     88  WS-ROW-NOT-SELECTED             VALUE "N".
001400     PERFORM 2000-EXTRACT-ONE-ROW THRU 2000-EXIT
001410         UNTIL WS-AUD-EOF.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001425     PERFORM 9600-POST-RUN-LEDGER THRU 9600-EXIT.
001430     STOP RUN.
001440
001450*--------------------------------------------------------------*
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF.
001555     ACCEPT WS-LED-DATE FROM DATE YYYYMMDD.
001560     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
001561     MOVE "AUDEXTR" TO WS-LED-STEP.
001562     PERFORM 9500-CHECK-RUN-LEDGER THRU 9500-EXIT.
001570     OPEN INPUT AUD-FILE.
001580     IF WS-AUD-STATUS NOT = "00"
001590         DISPLAY "AUD-FILE OPEN FAILED - STATUS " WS-AUD-STATUS
001800*--------------------------------------------------------------*
001810*    1100-READ-PARM-CARDS - SETID= AND/OR FROM=/TO= SELECTION.
001820*        NO PARM FILE AT ALL EXTRACTS THE WHOLE HISTORY.
001825*        DATE=MM/DD/YYYY NAMES THE RUN LEDGER BUSINESS DATE
001826*        (DEFAULT TODAY); FORCE=YES RUNS OVER A REFUSAL.
001830*--------------------------------------------------------------*
001840 1100-READ-PARM-CARDS.
001850     OPEN INPUT PARM-FILE.
002280         MOVE WS-DATE-YMD-N TO WS-SEL-TO-DATE
002290         GO TO 1110-NEXT
002300     END-IF.
002301     IF PARM-RECORD (1:5) = "DATE="
002302         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
002303         PERFORM 1120-CONVERT-MDY-TO-YMD THRU 1120-EXIT
002304         MOVE WS-DATE-YMD-N TO WS-LED-DATE
002305         GO TO 1110-NEXT
002306     END-IF.
002307     IF PARM-RECORD (1:6) = "FORCE="
002308         IF PARM-RECORD (7:4) NOT = "YES "
002309             DISPLAY "INVALID FORCE= PARM CARD - " PARM-RECORD
002310             MOVE 16 TO RETURN-CODE
002311             STOP RUN
002312         END-IF
002313         MOVE "Y" TO WS-LED-FORCE-SW
002314         GO TO 1110-NEXT
002315     END-IF.
002310     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
002320     MOVE 16 TO RETURN-CODE.
002330     STOP RUN.
003770     DISPLAY "ROWS EXTRACTED......... " WS-ROWS-EXTRACTED.
003780 9000-EXIT.
003790     EXIT.
003800
003810*--------------------------------------------------------------*
003820*    9500-CHECK-RUN-LEDGER - BEFORE ANYTHING IS UPDATED: EVERY
003830*        PREREQUISITE STEP (LEDSTP) MUST HAVE ENDED CLEAN FOR
003840*        THE BUSINESS DATE, AND THIS STEP MUST NOT BE RUNNING
003850*        OR ALREADY ENDED CLEAN.  A REFUSAL ENDS THE RUN WITH
003860*        RETURN-CODE 16 UNLESS FORCE=YES WAS GIVEN.  A STEP
003870*        STOPPED AT A CUTOFF= WINDOW, OR ENDED OVER ITS CLEAN
003880*        LIMIT, MAY RUN AGAIN WITHOUT FORCE.
003890*--------------------------------------------------------------*
003900 9500-CHECK-RUN-LEDGER.
003920     MOVE ZERO TO WS-LED-STP-IX.
003930     PERFORM 9505-FIND-STREAM-STEP THRU 9505-EXIT
003940         VARYING WS-LED-IX FROM 1 BY 1
003950         UNTIL WS-LED-IX > LED-STP-MAX.
003960     IF WS-LED-STP-IX = ZERO
003970         DISPLAY "STEP " WS-LED-STEP " NOT IN THE JOB STREAM"
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     OPEN I-O LED-FILE.
004020     IF WS-LED-STATUS = "05" OR WS-LED-STATUS = "35"
004030         OPEN OUTPUT LED-FILE
004040         CLOSE LED-FILE
004050         OPEN I-O LED-FILE
004060     END-IF.
004070     IF WS-LED-STATUS NOT = "00"
004080         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     PERFORM 9510-CHECK-ONE-PREREQ THRU 9510-EXIT
004130         VARYING WS-LED-PRQ-IX FROM 1 BY 1
004140         UNTIL WS-LED-PRQ-IX > LED-STP-PREREQ-CT (WS-LED-STP-IX).
004150     MOVE WS-LED-DATE TO LED-BUS-DATE.
004160     MOVE WS-LED-STEP TO LED-STEP.
004170     MOVE "Y" TO WS-LED-ON-FILE-SW.
004180     READ LED-FILE
004190         INVALID KEY MOVE "N" TO WS-LED-ON-FILE-SW
004200     END-READ.
004210     IF WS-LED-ON-FILE
004220         PERFORM 9520-CHECK-OWN-ENTRY THRU 9520-EXIT
004230     END-IF.
004240     IF WS-LED-REFUSED
004250         IF NOT WS-LED-FORCE
004260             DISPLAY "RUN LEDGER REFUSES " WS-LED-STEP
004270                 " FOR BUSINESS DATE " WS-LED-DATE
004280                 " - FORCE=YES TO OVERRIDE"
004290             CLOSE LED-FILE
004300             MOVE 16 TO RETURN-CODE
004310             STOP RUN
004320         END-IF
004330         DISPLAY "FORCE=YES - " WS-LED-STEP
004340             " RUNS OVER THE LEDGER REFUSAL"
004350     END-IF.
004360     PERFORM 9530-POST-STEP-START THRU 9530-EXIT.
004370     CLOSE LED-FILE.
004380 9500-EXIT.
004390     EXIT.
004400
004410 9505-FIND-STREAM-STEP.
004420     IF LED-STP-NAME (WS-LED-IX) = WS-LED-STEP
004430         MOVE WS-LED-IX TO WS-LED-STP-IX
004440     END-IF.
004450 9505-EXIT.
004460     EXIT.
004470
004480 9510-CHECK-ONE-PREREQ.
004490     MOVE WS-LED-DATE TO LED-BUS-DATE.
004500     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
004510         TO LED-STEP.
004520     READ LED-FILE
004530         INVALID KEY MOVE SPACE TO LED-RUN-STATUS
004540     END-READ.
004550     IF LED-ENDED-CLEAN
004560         GO TO 9510-EXIT
004570     END-IF.
004580     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
004590         TO LED-STEP.
004600     MOVE "Y" TO WS-LED-REFUSED-SW.
004610     IF LED-RUN-STATUS = SPACE
004620         DISPLAY "PREREQUISITE " LED-STEP " HAS NOT RUN FOR "
004630             WS-LED-DATE
004640         GO TO 9510-EXIT
004650     END-IF.
004660     IF LED-ENDED-FAILED
004670         DISPLAY "PREREQUISITE " LED-STEP " ENDED RETURN CODE "
004680             LED-RC " FOR " WS-LED-DATE
004690         GO TO 9510-EXIT
004700     END-IF.
004710     IF LED-PAUSED
004720         DISPLAY "PREREQUISITE " LED-STEP " STOPPED AT ITS CUTOFF"
004730             " FOR " WS-LED-DATE " - CONTINUATION NOT RUN"
004740         GO TO 9510-EXIT
004750     END-IF.
004760     DISPLAY "PREREQUISITE " LED-STEP " STARTED " LED-START-DATE
004770         " " LED-START-TIME " WITH NO END POSTED".
004780 9510-EXIT.
004790     EXIT.
004800
004810 9520-CHECK-OWN-ENTRY.
004820     IF LED-RUNNING
004830         MOVE "Y" TO WS-LED-REFUSED-SW
004840         DISPLAY WS-LED-STEP " STARTED " LED-START-DATE " "
004850             LED-START-TIME " WITH NO END POSTED - STILL"
004860             " RUNNING OR ABENDED"
004870     END-IF.
004880     IF LED-ENDED-CLEAN
004890             AND NOT LED-STP-REPEATABLE (WS-LED-STP-IX)
004900         MOVE "Y" TO WS-LED-REFUSED-SW
004910         DISPLAY WS-LED-STEP " ALREADY ENDED CLEAN FOR "
004920             WS-LED-DATE " - RETURN CODE " LED-RC
004930     END-IF.
004940 9520-EXIT.
004950     EXIT.
004960
004970*--------------------------------------------------------------*
004980*    9530-POST-STEP-START - MARK THE STEP STARTED.  THE END,
004990*        RETURN CODE AND COUNTS OF ANY EARLIER RUN ARE CLEARED.
005000*--------------------------------------------------------------*
005010 9530-POST-STEP-START.
005020     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
005030     ACCEPT WS-LED-NOW-TIME FROM TIME.
005040     IF NOT WS-LED-ON-FILE
005050         MOVE SPACES TO LED-RECORD
005060         MOVE WS-LED-DATE TO LED-BUS-DATE
005070         MOVE WS-LED-STEP TO LED-STEP
005080         MOVE ZERO TO LED-RUN-COUNT
005090     END-IF.
005100     MOVE "S" TO LED-RUN-STATUS.
005110     ADD 1 TO LED-RUN-COUNT.
005120     MOVE "N" TO LED-FORCED-FLAG.
005130     IF WS-LED-REFUSED
005140         MOVE "Y" TO LED-FORCED-FLAG
005150     END-IF.
005160     MOVE WS-LED-NOW-DATE TO LED-START-DATE.
005170     MOVE WS-LED-NOW-TIME (1:6) TO LED-START-TIME.
005180     MOVE ZERO TO LED-END-DATE.
005190     MOVE ZERO TO LED-END-TIME.
005200     MOVE ZERO TO LED-RC.
005210     PERFORM 9535-CLEAR-ONE-COUNT THRU 9535-EXIT
005220         VARYING WS-LED-IX FROM 1 BY 1 UNTIL WS-LED-IX > 4.
005230     IF WS-LED-ON-FILE
005240         REWRITE LED-RECORD
005250     ELSE
005260         WRITE LED-RECORD
005270     END-IF.
005280     IF WS-LED-STATUS NOT = "00"
005290         DISPLAY "LED-FILE START POST FAILED - STATUS "
005300             WS-LED-STATUS
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF.
005340 9530-EXIT.
005350     EXIT.
005360
005370 9535-CLEAR-ONE-COUNT.
005380     MOVE SPACES TO LED-COUNT-LABEL (WS-LED-IX).
005390     MOVE ZERO TO LED-COUNT-VALUE (WS-LED-IX).
005400     MOVE SPACES TO WS-LED-COUNT-LABEL (WS-LED-IX).
005410     MOVE ZERO TO WS-LED-COUNT-VALUE (WS-LED-IX).
005420 9535-EXIT.
005430     EXIT.
005440
005450*--------------------------------------------------------------*
005460*    9600-POST-RUN-LEDGER - END TIME, RETURN CODE AND COUNTS.
005470*        THE RETURN CODE AGAINST THE STEP'S CLEAN LIMIT DECIDES
005480*        WHETHER LATER STEPS MAY RUN.  RUN AFTER 9000-TERMINATE
005490*        HAS GRADED THE JOB.
005500*--------------------------------------------------------------*
005510 9600-POST-RUN-LEDGER.
005520     PERFORM 9610-SET-LEDGER-COUNTS THRU 9610-EXIT.
005530     OPEN I-O LED-FILE.
005540     IF WS-LED-STATUS NOT = "00"
005550         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
005560         MOVE 16 TO RETURN-CODE
005570         STOP RUN
005580     END-IF.
005590     MOVE WS-LED-DATE TO LED-BUS-DATE.
005600     MOVE WS-LED-STEP TO LED-STEP.
005610     READ LED-FILE
005620         INVALID KEY
005630             DISPLAY "LEDGER ENTRY FOR " WS-LED-STEP
005640                 " WAS REMOVED DURING THE RUN"
005650             MOVE 16 TO RETURN-CODE
005660             STOP RUN
005670     END-READ.
005680     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
005690     ACCEPT WS-LED-NOW-TIME FROM TIME.
005700     MOVE WS-LED-NOW-DATE TO LED-END-DATE.
005710     MOVE WS-LED-NOW-TIME (1:6) TO LED-END-TIME.
005720     MOVE RETURN-CODE TO LED-RC.
005730     MOVE WS-LED-COUNTS TO LED-COUNTS.
005740     IF WS-LED-PAUSED
005750         MOVE "P" TO LED-RUN-STATUS
005760     ELSE
005770         IF LED-RC > LED-STP-MAX-RC (WS-LED-STP-IX)
005780             MOVE "F" TO LED-RUN-STATUS
005790         ELSE
005800             MOVE "C" TO LED-RUN-STATUS
005810         END-IF
005820     END-IF.
005830     REWRITE LED-RECORD.
005840     IF WS-LED-STATUS NOT = "00"
005850         DISPLAY "LED-FILE END POST FAILED - STATUS "
005860             WS-LED-STATUS
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900     CLOSE LED-FILE.
005910 9600-EXIT.
005920     EXIT.
005930
005940*--------------------------------------------------------------*
005950*    9610-SET-LEDGER-COUNTS - EXTRACT TOTALS
005960*--------------------------------------------------------------*
005970 9610-SET-LEDGER-COUNTS.
005980     MOVE "ROWS READ" TO WS-LED-COUNT-LABEL (1).
005990     MOVE WS-ROWS-READ TO WS-LED-COUNT-VALUE (1).
006000     MOVE "EXTRACTED" TO WS-LED-COUNT-LABEL (2).
006010     MOVE WS-ROWS-EXTRACTED TO WS-LED-COUNT-VALUE (2).
006020 9610-EXIT.
006030     EXIT.
