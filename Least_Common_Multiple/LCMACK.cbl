000280*                   NEVER ACKNOWLEDGED.  ANY EXCEPTION ENDS
000290*                   WITH RETURN-CODE 8 SO THE MORNING JCL CAN
000300*                   PAGE THE DESK.
000301*  10/15/2026 RLH   RUN POSTS TO THE RUNLEDGR RUN LEDGER FOR
000302*                   THE FEED DATE - LCM AND LCMBAL MUST HAVE
000303*                   ENDED CLEAN FIRST.  NEW OPTIONAL ACKPARM
000304*                   FILE TAKES A FORCE=YES CARD TO OVERRIDE A
000305*                   REFUSAL.
000306*  10/15/2026 RLH   EVERY ACK FLAG POSTED IS ALSO JOURNALED ON
000307*                   AUDJRNL (JRNREC) WITH THE ROW BEFORE AND
000308*                   AFTER, FOR FORWARD RECOVERY OF LCMAUDIT.
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000430     SELECT RPT-FILE ASSIGN TO "ACKRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-STATUS.
000451     SELECT PARM-FILE ASSIGN TO "ACKPARM"
000452         ORGANIZATION IS LINE SEQUENTIAL
000453         FILE STATUS IS WS-PRM-STATUS.
000454     SELECT LED-FILE ASSIGN TO "RUNLEDGR"
000455         ORGANIZATION IS INDEXED
000456         ACCESS MODE IS DYNAMIC
000457         RECORD KEY IS LED-KEY
000458         FILE STATUS IS WS-LED-STATUS.
000459     SELECT JRN-FILE ASSIGN TO "AUDJRNL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000461         FILE STATUS IS WS-JRN-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000590*--------------------------------------------------------------*
000600 FD  AUD-FILE.
000610     COPY AUDREC.
000611
000612*--------------------------------------------------------------*
000613*    JRN-FILE - LCMAUDIT FORWARD-RECOVERY JOURNAL, ONE ENTRY
000614*        PER AUDIT ROW ACK FLAG POSTED, APPENDED TO THE CURRENT
000615*        GENERATION
000616*--------------------------------------------------------------*
000617 FD  JRN-FILE
000618     RECORDING MODE IS F.
000619     COPY JRNREC.
000620
000630*--------------------------------------------------------------*
000640*    RPT-FILE - PRINTED EXCEPTION REPORT
000660 FD  RPT-FILE
000670     RECORDING MODE IS F.
000680 01  RPT-RECORD                  PIC X(132).
000681
000682*--------------------------------------------------------------*
000683*    PARM-FILE - OPTIONAL FORCE=YES CARD
000684*--------------------------------------------------------------*
000685 FD  PARM-FILE
000686     RECORDING MODE IS F.
000687 01  PARM-RECORD                 PIC X(80).
000688*--------------------------------------------------------------*
000689*    LED-FILE - JOB-STREAM RUN LEDGER
000690*--------------------------------------------------------------*
000691 FD  LED-FILE.
000692     COPY LEDREC.
000690
000700 WORKING-STORAGE SECTION.
000710*--------------------------------------------------------------*
000750     05  WS-ACK-STATUS           PIC X(02) VALUE "00".
000760     05  WS-AUD-STATUS           PIC X(02) VALUE "00".
000770     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000771     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
000772     05  WS-LED-STATUS           PIC X(02) VALUE "00".
000773     05  WS-JRN-STATUS           PIC X(02) VALUE "00".
000780
000790 01  WS-ACK-EOF-SW               PIC X(01) VALUE "N".
000800     88  WS-ACK-EOF                      VALUE "Y".
000840     88  WS-AUD-EOF                      VALUE "Y".
000850     88  WS-AUD-NOT-EOF                  VALUE "N".
000860
000861 01  WS-PRM-EOF-SW               PIC X(01) VALUE "N".
000862     88  WS-PRM-EOF                      VALUE "Y".
000863     88  WS-PRM-NOT-EOF                  VALUE "N".
000864
000865     COPY LEDSTP.
000866     COPY LEDWRK.
000867
000870*--------------------------------------------------------------*
000880*    ACK RECORD VIEWS - H HEADER, D DETAIL, T TRAILER
000890*--------------------------------------------------------------*
001280 77  WS-ROWS-MARKED              PIC 9(05) VALUE 0.
001290 77  WS-HOLD-SET-ID              PIC 9(05) VALUE 0.
001300 77  WS-HOLD-STATUS              PIC X(01) VALUE SPACE.
001301
001302*--------------------------------------------------------------*
001303*    FORWARD-RECOVERY JOURNAL - 9710-WRITE-JOURNAL TAKES THE
001304*        ACTION AND BEFORE IMAGE FROM HERE AND THE AFTER IMAGE
001305*        FROM AUD-RECORD
001306*--------------------------------------------------------------*
001307 01  WS-JRN-ACTION               PIC X(01) VALUE SPACE.
001308 01  WS-JRN-BEFORE-IMAGE         PIC X(380) VALUE SPACES.
001309 77  WS-JRN-ENTRIES              PIC 9(07) VALUE 0.
001310
001320*--------------------------------------------------------------*
001330*    COUNTERS AND EXCEPTION SWITCH
002360     PERFORM 3000-SCAN-FOR-UNACKED THRU 3000-EXIT.
002370     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002385     PERFORM 9600-POST-RUN-LEDGER THRU 9600-EXIT.
002390     STOP RUN.
002400
002410*--------------------------------------------------------------*
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002681     PERFORM 9700-OPEN-JOURNAL THRU 9700-EXIT.
002690
002700     SET WS-ACK-NOT-EOF TO TRUE.
002710     PERFORM 2900-READ-ACK-RECORD THRU 2900-EXIT.
002800         STOP RUN
002810     END-IF.
002820     MOVE ACK-H-FEED-DATE TO WS-FEED-DATE.
002821     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
002822     MOVE "LCMACK" TO WS-LED-STEP.
002823     MOVE WS-FEED-DATE TO WS-LED-DATE.
002824     PERFORM 9500-CHECK-RUN-LEDGER THRU 9500-EXIT.
002830     MOVE "Y" TO WS-HDR-SEEN-SW.
002840     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
002850     MOVE WS-FEED-DATE TO RPT-F-DATE.
002900 1000-EXIT.
002910     EXIT.
002920
002921*--------------------------------------------------------------*
002922*    1100-READ-PARM-CARDS - FORCE=YES RUNS OVER A RUN LEDGER
002923*        REFUSAL; NO PARM FILE IS A NORMAL RUN
002924*--------------------------------------------------------------*
002925 1100-READ-PARM-CARDS.
002926     OPEN INPUT PARM-FILE.
002927     IF WS-PRM-STATUS = "35"
002928         GO TO 1100-EXIT
002929     END-IF.
002930     IF WS-PRM-STATUS NOT = "00"
002931         DISPLAY "PARM-FILE OPEN FAILED - STATUS " WS-PRM-STATUS
002932         MOVE 16 TO RETURN-CODE
002933         STOP RUN
002934     END-IF.
002935     SET WS-PRM-NOT-EOF TO TRUE.
002936     READ PARM-FILE
002937         AT END SET WS-PRM-EOF TO TRUE
002938     END-READ.
002939     PERFORM 1110-APPLY-ONE-PARM THRU 1110-EXIT
002940         UNTIL WS-PRM-EOF.
002941     CLOSE PARM-FILE.
002942 1100-EXIT.
002943     EXIT.
002944
002945 1110-APPLY-ONE-PARM.
002946     IF PARM-RECORD = SPACES OR PARM-RECORD (1:1) = "*"
002947         GO TO 1110-NEXT
002948     END-IF.
002949     IF PARM-RECORD (1:6) = "FORCE="
002950         IF PARM-RECORD (7:4) NOT = "YES "
002951             DISPLAY "INVALID FORCE= PARM CARD - " PARM-RECORD
002952             MOVE 16 TO RETURN-CODE
002953             STOP RUN
002954         END-IF
002955         MOVE "Y" TO WS-LED-FORCE-SW
002956         GO TO 1110-NEXT
002957     END-IF.
002958     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
002959     MOVE 16 TO RETURN-CODE.
002960     STOP RUN.
002961 1110-NEXT.
002962     READ PARM-FILE
002963         AT END SET WS-PRM-EOF TO TRUE
002964     END-READ.
002965 1110-EXIT.
002966     EXIT.
002930*--------------------------------------------------------------*
002940*    1200-PRINT-HEADING - REPORT PAGE HEADER
002950*--------------------------------------------------------------*
004240     EXIT.
004250
004260 2110-MARK-ONE-ROW.
004265     MOVE AUD-RECORD TO WS-JRN-BEFORE-IMAGE.
004270     MOVE WS-HOLD-STATUS TO AUD-ACK-FLAG.
004280     REWRITE AUD-RECORD
004290         INVALID KEY CONTINUE
004340         MOVE 16 TO RETURN-CODE
004350         STOP RUN
004360     END-IF.
004365     MOVE "R" TO WS-JRN-ACTION.
004366     PERFORM 9710-WRITE-JOURNAL THRU 9710-EXIT.
004370     ADD 1 TO WS-ROWS-MARKED.
004380     ADD 1 TO WS-AUDIT-ROWS-MARKED.
004390     PERFORM 2910-READ-NEXT-SET-ROW THRU 2910-EXIT.
005450     DISPLAY "ACKS REJECTED.......... " WS-ACKS-REJECTED.
005460     DISPLAY "ACKS UNMATCHED......... " WS-ACKS-UNMATCHED.
005470     DISPLAY "ROWS NEVER ACKED....... " WS-SETS-UNACKED.
005475     DISPLAY "AUDIT ROWS JOURNALED... " WS-JRN-ENTRIES.
005480 8000-EXIT.
005490     EXIT.
005500
005550 9000-TERMINATE.
005560     CLOSE ACK-FILE.
005570     CLOSE AUD-FILE.
005575     CLOSE JRN-FILE.
005580     CLOSE RPT-FILE.
005590     IF WS-EXCEPTIONS-FOUND
005600         MOVE 8 TO RETURN-CODE
005640     DISPLAY "JOB RETURN CODE " RETURN-CODE.
005650 9000-EXIT.
005660     EXIT.
005670
005680*--------------------------------------------------------------*
005690*    9500-CHECK-RUN-LEDGER - BEFORE ANYTHING IS UPDATED: EVERY
005700*        PREREQUISITE STEP (LEDSTP) MUST HAVE ENDED CLEAN FOR
005710*        THE BUSINESS DATE, AND THIS STEP MUST NOT BE RUNNING
005720*        OR ALREADY ENDED CLEAN.  A REFUSAL ENDS THE RUN WITH
005730*        RETURN-CODE 16 UNLESS FORCE=YES WAS GIVEN.  A STEP
005740*        STOPPED AT A CUTOFF= WINDOW, OR ENDED OVER ITS CLEAN
005750*        LIMIT, MAY RUN AGAIN WITHOUT FORCE.
005760*--------------------------------------------------------------*
005770 9500-CHECK-RUN-LEDGER.
005790     MOVE ZERO TO WS-LED-STP-IX.
005800     PERFORM 9505-FIND-STREAM-STEP THRU 9505-EXIT
005810         VARYING WS-LED-IX FROM 1 BY 1
005820         UNTIL WS-LED-IX > LED-STP-MAX.
005830     IF WS-LED-STP-IX = ZERO
005840         DISPLAY "STEP " WS-LED-STEP " NOT IN THE JOB STREAM"
005850         MOVE 16 TO RETURN-CODE
005860         STOP RUN
005870     END-IF.
005880     OPEN I-O LED-FILE.
005890     IF WS-LED-STATUS = "05" OR WS-LED-STATUS = "35"
005900         OPEN OUTPUT LED-FILE
005910         CLOSE LED-FILE
005920         OPEN I-O LED-FILE
005930     END-IF.
005940     IF WS-LED-STATUS NOT = "00"
005950         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF.
005990     PERFORM 9510-CHECK-ONE-PREREQ THRU 9510-EXIT
006000         VARYING WS-LED-PRQ-IX FROM 1 BY 1
006010         UNTIL WS-LED-PRQ-IX > LED-STP-PREREQ-CT (WS-LED-STP-IX).
006020     MOVE WS-LED-DATE TO LED-BUS-DATE.
006030     MOVE WS-LED-STEP TO LED-STEP.
006040     MOVE "Y" TO WS-LED-ON-FILE-SW.
006050     READ LED-FILE
006060         INVALID KEY MOVE "N" TO WS-LED-ON-FILE-SW
006070     END-READ.
006080     IF WS-LED-ON-FILE
006090         PERFORM 9520-CHECK-OWN-ENTRY THRU 9520-EXIT
006100     END-IF.
006110     IF WS-LED-REFUSED
006120         IF NOT WS-LED-FORCE
006130             DISPLAY "RUN LEDGER REFUSES " WS-LED-STEP
006140                 " FOR BUSINESS DATE " WS-LED-DATE
006150                 " - FORCE=YES TO OVERRIDE"
006160             CLOSE LED-FILE
006170             MOVE 16 TO RETURN-CODE
006180             STOP RUN
006190         END-IF
006200         DISPLAY "FORCE=YES - " WS-LED-STEP
006210             " RUNS OVER THE LEDGER REFUSAL"
006220     END-IF.
006230     PERFORM 9530-POST-STEP-START THRU 9530-EXIT.
006240     CLOSE LED-FILE.
006250 9500-EXIT.
006260     EXIT.
006270
006280 9505-FIND-STREAM-STEP.
006290     IF LED-STP-NAME (WS-LED-IX) = WS-LED-STEP
006300         MOVE WS-LED-IX TO WS-LED-STP-IX
006310     END-IF.
006320 9505-EXIT.
006330     EXIT.
006340
006350 9510-CHECK-ONE-PREREQ.
006360     MOVE WS-LED-DATE TO LED-BUS-DATE.
006370     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
006380         TO LED-STEP.
006390     READ LED-FILE
006400         INVALID KEY MOVE SPACE TO LED-RUN-STATUS
006410     END-READ.
006420     IF LED-ENDED-CLEAN
006430         GO TO 9510-EXIT
006440     END-IF.
006450     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
006460         TO LED-STEP.
006470     MOVE "Y" TO WS-LED-REFUSED-SW.
006480     IF LED-RUN-STATUS = SPACE
006490         DISPLAY "PREREQUISITE " LED-STEP " HAS NOT RUN FOR "
006500             WS-LED-DATE
006510         GO TO 9510-EXIT
006520     END-IF.
006530     IF LED-ENDED-FAILED
006540         DISPLAY "PREREQUISITE " LED-STEP " ENDED RETURN CODE "
006550             LED-RC " FOR " WS-LED-DATE
006560         GO TO 9510-EXIT
006570     END-IF.
006580     IF LED-PAUSED
006590         DISPLAY "PREREQUISITE " LED-STEP " STOPPED AT ITS CUTOFF"
006600             " FOR " WS-LED-DATE " - CONTINUATION NOT RUN"
006610         GO TO 9510-EXIT
006620     END-IF.
006630     DISPLAY "PREREQUISITE " LED-STEP " STARTED " LED-START-DATE
006640         " " LED-START-TIME " WITH NO END POSTED".
006650 9510-EXIT.
006660     EXIT.
006670
006680 9520-CHECK-OWN-ENTRY.
006690     IF LED-RUNNING
006700         MOVE "Y" TO WS-LED-REFUSED-SW
006710         DISPLAY WS-LED-STEP " STARTED " LED-START-DATE " "
006720             LED-START-TIME " WITH NO END POSTED - STILL"
006730             " RUNNING OR ABENDED"
006740     END-IF.
006750     IF LED-ENDED-CLEAN
006760             AND NOT LED-STP-REPEATABLE (WS-LED-STP-IX)
006770         MOVE "Y" TO WS-LED-REFUSED-SW
006780         DISPLAY WS-LED-STEP " ALREADY ENDED CLEAN FOR "
006790             WS-LED-DATE " - RETURN CODE " LED-RC
006800     END-IF.
006810 9520-EXIT.
006820     EXIT.
006830
006840*--------------------------------------------------------------*
006850*    9530-POST-STEP-START - MARK THE STEP STARTED.  THE END,
006860*        RETURN CODE AND COUNTS OF ANY EARLIER RUN ARE CLEARED.
006870*--------------------------------------------------------------*
006880 9530-POST-STEP-START.
006890     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
006900     ACCEPT WS-LED-NOW-TIME FROM TIME.
006910     IF NOT WS-LED-ON-FILE
006920         MOVE SPACES TO LED-RECORD
006930         MOVE WS-LED-DATE TO LED-BUS-DATE
006940         MOVE WS-LED-STEP TO LED-STEP
006950         MOVE ZERO TO LED-RUN-COUNT
006960     END-IF.
006970     MOVE "S" TO LED-RUN-STATUS.
006980     ADD 1 TO LED-RUN-COUNT.
006990     MOVE "N" TO LED-FORCED-FLAG.
007000     IF WS-LED-REFUSED
007010         MOVE "Y" TO LED-FORCED-FLAG
007020     END-IF.
007030     MOVE WS-LED-NOW-DATE TO LED-START-DATE.
007040     MOVE WS-LED-NOW-TIME (1:6) TO LED-START-TIME.
007050     MOVE ZERO TO LED-END-DATE.
007060     MOVE ZERO TO LED-END-TIME.
007070     MOVE ZERO TO LED-RC.
007080     PERFORM 9535-CLEAR-ONE-COUNT THRU 9535-EXIT
007090         VARYING WS-LED-IX FROM 1 BY 1 UNTIL WS-LED-IX > 4.
007100     IF WS-LED-ON-FILE
007110         REWRITE LED-RECORD
007120     ELSE
007130         WRITE LED-RECORD
007140     END-IF.
007150     IF WS-LED-STATUS NOT = "00"
007160         DISPLAY "LED-FILE START POST FAILED - STATUS "
007170             WS-LED-STATUS
007180         MOVE 16 TO RETURN-CODE
007190         STOP RUN
007200     END-IF.
007210 9530-EXIT.
007220     EXIT.
007230
007240 9535-CLEAR-ONE-COUNT.
007250     MOVE SPACES TO LED-COUNT-LABEL (WS-LED-IX).
007260     MOVE ZERO TO LED-COUNT-VALUE (WS-LED-IX).
007270     MOVE SPACES TO WS-LED-COUNT-LABEL (WS-LED-IX).
007280     MOVE ZERO TO WS-LED-COUNT-VALUE (WS-LED-IX).
007290 9535-EXIT.
007300     EXIT.
007310
007320*--------------------------------------------------------------*
007330*    9600-POST-RUN-LEDGER - END TIME, RETURN CODE AND COUNTS.
007340*        THE RETURN CODE AGAINST THE STEP'S CLEAN LIMIT DECIDES
007350*        WHETHER LATER STEPS MAY RUN.  RUN AFTER 9000-TERMINATE
007360*        HAS GRADED THE JOB.
007370*--------------------------------------------------------------*
007380 9600-POST-RUN-LEDGER.
007390     PERFORM 9610-SET-LEDGER-COUNTS THRU 9610-EXIT.
007400     OPEN I-O LED-FILE.
007410     IF WS-LED-STATUS NOT = "00"
007420         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
007430         MOVE 16 TO RETURN-CODE
007440         STOP RUN
007450     END-IF.
007460     MOVE WS-LED-DATE TO LED-BUS-DATE.
007470     MOVE WS-LED-STEP TO LED-STEP.
007480     READ LED-FILE
007490         INVALID KEY
007500             DISPLAY "LEDGER ENTRY FOR " WS-LED-STEP
007510                 " WAS REMOVED DURING THE RUN"
007520             MOVE 16 TO RETURN-CODE
007530             STOP RUN
007540     END-READ.
007550     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
007560     ACCEPT WS-LED-NOW-TIME FROM TIME.
007570     MOVE WS-LED-NOW-DATE TO LED-END-DATE.
007580     MOVE WS-LED-NOW-TIME (1:6) TO LED-END-TIME.
007590     MOVE RETURN-CODE TO LED-RC.
007600     MOVE WS-LED-COUNTS TO LED-COUNTS.
007610     IF WS-LED-PAUSED
007620         MOVE "P" TO LED-RUN-STATUS
007630     ELSE
007640         IF LED-RC > LED-STP-MAX-RC (WS-LED-STP-IX)
007650             MOVE "F" TO LED-RUN-STATUS
007660         ELSE
007670             MOVE "C" TO LED-RUN-STATUS
007680         END-IF
007690     END-IF.
007700     REWRITE LED-RECORD.
007710     IF WS-LED-STATUS NOT = "00"
007720         DISPLAY "LED-FILE END POST FAILED - STATUS "
007730             WS-LED-STATUS
007740         MOVE 16 TO RETURN-CODE
007750         STOP RUN
007760     END-IF.
007770     CLOSE LED-FILE.
007780 9600-EXIT.
007790     EXIT.
007800
007810*--------------------------------------------------------------*
007820*    9610-SET-LEDGER-COUNTS - ACKNOWLEDGMENT TOTALS
007830*--------------------------------------------------------------*
007840 9610-SET-LEDGER-COUNTS.
007850     MOVE "ACKS READ" TO WS-LED-COUNT-LABEL (1).
007860     MOVE WS-ACKS-READ TO WS-LED-COUNT-VALUE (1).
007870     MOVE "ACCEPTED" TO WS-LED-COUNT-LABEL (2).
007880     MOVE WS-ACKS-ACCEPTED TO WS-LED-COUNT-VALUE (2).
007890     MOVE "REJECTED" TO WS-LED-COUNT-LABEL (3).
007900     MOVE WS-ACKS-REJECTED TO WS-LED-COUNT-VALUE (3).
007910     MOVE "UNACKED" TO WS-LED-COUNT-LABEL (4).
007920     MOVE WS-SETS-UNACKED TO WS-LED-COUNT-VALUE (4).
007930 9610-EXIT.
007940     EXIT.
007950
007960*--------------------------------------------------------------*
007970*    9700-OPEN-JOURNAL - EVERY LCMAUDIT UPDATE IS JOURNALED ON
007980*        AUDJRNL FOR FORWARD RECOVERY.  AUDBKUP STARTS EACH
007990*        JOURNAL GENERATION WITH A BACKUP OF LCMAUDIT, SO NO
008000*        JOURNAL MEANS NO BACKUP TO RECOVER FROM - THE RUN IS
008010*        REFUSED.
008020*--------------------------------------------------------------*
008030 9700-OPEN-JOURNAL.
008040     OPEN EXTEND JRN-FILE.
008050     IF WS-JRN-STATUS = "35"
008060         DISPLAY "AUDJRNL NOT FOUND - RUN AUDBKUP TO BACK UP"
008070             " LCMAUDIT AND START THE JOURNAL"
008080         MOVE 16 TO RETURN-CODE
008090         STOP RUN
008100     END-IF.
008110     IF WS-JRN-STATUS NOT = "00"
008120         DISPLAY "JRN-FILE OPEN FAILED - STATUS " WS-JRN-STATUS
008130         MOVE 16 TO RETURN-CODE
008140         STOP RUN
008150     END-IF.
008160 9700-EXIT.
008170     EXIT.
008180
008190*--------------------------------------------------------------*
008200*    9710-WRITE-JOURNAL - ONE D ENTRY FOR THE UPDATE JUST MADE.
008210*        THE CALLER SETS WS-JRN-ACTION AND WS-JRN-BEFORE-IMAGE;
008220*        THE AFTER IMAGE IS AUD-RECORD (NONE FOR A DELETE).
008230*--------------------------------------------------------------*
008240 9710-WRITE-JOURNAL.
008250     MOVE SPACES TO JRN-RECORD.
008260     MOVE "D" TO JRN-REC-TYPE.
008270     MOVE "LCMACK" TO JRN-PROGRAM.
008280     ACCEPT JRN-DATE FROM DATE YYYYMMDD.
008290     ACCEPT JRN-TIME FROM TIME.
008300     MOVE WS-JRN-ACTION TO JRN-ACTION.
008310     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
008320     IF NOT JRN-DELETE
008330         MOVE AUD-RECORD TO JRN-AFTER-IMAGE
008340     END-IF.
008350     WRITE JRN-RECORD.
008360     IF WS-JRN-STATUS NOT = "00"
008370         DISPLAY "JRN-FILE WRITE FAILED - STATUS " WS-JRN-STATUS
008380         MOVE 16 TO RETURN-CODE
008390         STOP RUN
008400     END-IF.
008410     ADD 1 TO WS-JRN-ENTRIES.
008420 9710-EXIT.
008430     EXIT.
