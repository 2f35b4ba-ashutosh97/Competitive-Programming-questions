000292*  09/02/2026 RLH   NBRFILE AND RCYOUT RECORDS GREW 150 TO
000294*                   160 BYTES FOR THE DECLARED MANIFEST
000296*                   WEIGHT - BUFFERS RESIZED TO MATCH.
000297*  10/05/2026 RLH   RCYOUT LAYOUT NOW COMES FROM THE RCYREC
000298*                   COPYBOOK (SOURCE AND ORIGINAL RUN DATE
000299*                   ADDED FOR THE SUSPENSE LEDGER).
000299*  10/15/2026 RLH   UR RECYCLES (SETS NOT ACTIVE ON THE SET
000299*                   REGISTRY) NEVER REACH THE AUDIT LOG -
000299*                   COUNTED APART AND CARRIED IN LEG 1 WITH
000299*                   THE FAILED-BLOCK RECYCLES.
000299*  10/15/2026 RLH   STEP POSTS TO THE RUNLEDGR RUN LEDGER - LCM
000299*                   MUST HAVE ENDED CLEAN FOR THE DATE; THE
000299*                   RUN'S RETURN CODE AND COUNTS ARE POSTED.
000299*                   FORCE=YES CARD OVERRIDES A REFUSAL.
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000510     SELECT RPT-FILE ASSIGN TO "BALRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000531     SELECT LED-FILE ASSIGN TO "RUNLEDGR"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS DYNAMIC
000534         RECORD KEY IS LED-KEY
000535         FILE STATUS IS WS-LED-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000730*--------------------------------------------------------------*
000740 FD  RCY-FILE
000750     RECORDING MODE IS F.
000760     COPY RCYREC REPLACING LEADING ==RCY== BY ==RCY-B==.
000790
000800*--------------------------------------------------------------*
000810*    INT-FILE - RESULTS FEED TO THE SCHEDULING SYSTEM
000970 FD  RPT-FILE
000980     RECORDING MODE IS F.
000990 01  RPT-RECORD                  PIC X(132).
000991
000992*--------------------------------------------------------------*
000993*    LED-FILE - JOB-STREAM RUN LEDGER
000994*--------------------------------------------------------------*
000995 FD  LED-FILE.
000996     COPY LEDREC.
001000
001010 WORKING-STORAGE SECTION.
001020*--------------------------------------------------------------*
001090     05  WS-INT-STATUS           PIC X(02) VALUE "00".
001100     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
001110     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
001115     05  WS-LED-STATUS           PIC X(02) VALUE "00".
001120
001130 01  WS-NBR-EOF-SW               PIC X(01) VALUE "N".
001140     88  WS-NBR-EOF                      VALUE "Y".
001260     88  WS-PRM-EOF                      VALUE "Y".
001270     88  WS-PRM-NOT-EOF                  VALUE "N".
001280
001281     COPY LEDSTP.
001282     COPY LEDWRK.
001283
001290*--------------------------------------------------------------*
001300*    RECORD-TYPE VIEWS OF THE SEQUENTIAL FILES
001310*--------------------------------------------------------------*
001460 77  WS-AUD-CORR-ROWS            PIC 9(07) VALUE 0.
001470 77  WS-AUD-BAD-ROWS             PIC 9(07) VALUE 0.
001480 77  WS-RCY-CB-COUNT             PIC 9(07) VALUE 0.
001485 77  WS-RCY-UR-COUNT             PIC 9(07) VALUE 0.
001490 77  WS-RCY-OTHER-COUNT          PIC 9(07) VALUE 0.
001500 77  WS-INT-DETAILS              PIC 9(07) VALUE 0.
001510 77  WS-BAL-WORK                 PIC 9(07) VALUE 0.
002520     PERFORM 5000-COUNT-INTERFACE THRU 5000-EXIT.
002530     PERFORM 6000-CROSS-FOOT THRU 6000-EXIT.
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002545     PERFORM 9600-POST-RUN-LEDGER THRU 9600-EXIT.
002550     STOP RUN.
002560
002570*--------------------------------------------------------------*
002710         STOP RUN
002720     END-IF.
002730     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
002731     MOVE "LCMBAL" TO WS-LED-STEP.
002732     MOVE WS-BAL-DATE TO WS-LED-DATE.
002733     PERFORM 9500-CHECK-RUN-LEDGER THRU 9500-EXIT.
002740     OPEN INPUT NBR-FILE.
002750     IF WS-NBR-STATUS NOT = "00"
002760         DISPLAY "NBR-FILE OPEN FAILED - STATUS " WS-NBR-STATUS
003050
003060*--------------------------------------------------------------*
003070*    1100-READ-PARM-CARDS - DATE=MM/DD/YYYY PICKS THE DAY
003080*        UNDER TEST; NO PARM FILE BALANCES TODAY.  FORCE=YES
003085*        RUNS OVER A RUN LEDGER REFUSAL
003090*--------------------------------------------------------------*
003100 1100-READ-PARM-CARDS.
003110     OPEN INPUT PARM-FILE.
003440         MOVE WS-DATE-YMD-N TO WS-BAL-DATE
003450         GO TO 1110-NEXT
003460     END-IF.
003461     IF PARM-RECORD (1:6) = "FORCE="
003462         IF PARM-RECORD (7:4) NOT = "YES "
003463             DISPLAY "INVALID FORCE= PARM CARD - " PARM-RECORD
003464             MOVE 16 TO RETURN-CODE
003465             STOP RUN
003466         END-IF
003467         MOVE "Y" TO WS-LED-FORCE-SW
003468         GO TO 1110-NEXT
003469     END-IF.
003470     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
003480     MOVE 16 TO RETURN-CODE.
003490     STOP RUN.
004370     EXIT.
004380
004390*--------------------------------------------------------------*
004400*    4000-COUNT-RECYCLE - RCYOUT RECORDS BY REASON - CB AND
004410*        UR ROWS NEVER REACHED THE AUDIT LOG, EVERY OTHER
004420*        REASON HAS AN AUDIT ROW BEHIND IT
004430*--------------------------------------------------------------*
004440 4000-COUNT-RECYCLE.
004450     SET WS-RCY-NOT-EOF TO TRUE.
004560             IF RCY-B-REASON = "CB"
004570                 ADD 1 TO WS-RCY-CB-COUNT
004580             ELSE
004582                 IF RCY-B-REASON = "UR"
004584                     ADD 1 TO WS-RCY-UR-COUNT
004586                 ELSE
004590                     ADD 1 TO WS-RCY-OTHER-COUNT
004592                 END-IF
004600             END-IF
004610     END-READ.
004620 4100-EXIT.
005130         TO RPT-C-LABEL.
005140     MOVE WS-RCY-CB-COUNT TO RPT-C-VALUE.
005150     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005152     MOVE "RCYOUT RECORDS - SETS NOT ON REGISTRY"
005154         TO RPT-C-LABEL.
005156     MOVE WS-RCY-UR-COUNT TO RPT-C-VALUE.
005158     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005160     MOVE "RCYOUT RECORDS - REJECTS AND SKIPS" TO RPT-C-LABEL.
005170     MOVE WS-RCY-OTHER-COUNT TO RPT-C-VALUE.
005180     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005230     MOVE WS-INT-TRL-COUNT TO RPT-C-VALUE.
005240     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005250     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
005260     ADD 10 TO WS-LINE-COUNT.
005270
005280*    LEG 1 - EVERY INPUT SET IS ACCOUNTED FOR, EITHER POSTED
005290*    TO THE AUDIT LOG OR RECYCLED UNPOSTED - WITH ITS FAILED
005295*    BLOCK OR OFF THE SET REGISTRY.  CORRECTION ROWS CAME IN
005300*    THROUGH RCYIN, NOT NBRFILE.
005310     COMPUTE WS-BAL-WORK =
005320         WS-AUD-ROWS - WS-AUD-CORR-ROWS + WS-RCY-CB-COUNT
005325             + WS-RCY-UR-COUNT.
005330     MOVE "INPUT SETS / AUDITED + UNPOSTED RECYCLES"
005340         TO RPT-L-LABEL.
005350     MOVE WS-NBR-DETAILS TO RPT-L-LHS.
005360     MOVE WS-BAL-WORK TO RPT-L-RHS.
005920     DISPLAY "NBRFILE DETAILS........ " WS-NBR-DETAILS.
005930     DISPLAY "AUDIT ROWS POSTED...... " WS-AUD-ROWS.
005940     DISPLAY "RECYCLE RECORDS........ " WS-RCY-CB-COUNT
005945         " CB / " WS-RCY-UR-COUNT " UR / "
005950         WS-RCY-OTHER-COUNT " OTHER".
005960     DISPLAY "LCMINTF DETAILS........ " WS-INT-DETAILS.
005970     DISPLAY "JOB RETURN CODE " RETURN-CODE.
005980 9000-EXIT.
005990     EXIT.
006000
006010*--------------------------------------------------------------*
006020*    9500-CHECK-RUN-LEDGER - BEFORE ANYTHING IS UPDATED: EVERY
006030*        PREREQUISITE STEP (LEDSTP) MUST HAVE ENDED CLEAN FOR
006040*        THE BUSINESS DATE, AND THIS STEP MUST NOT BE RUNNING
006050*        OR ALREADY ENDED CLEAN.  A REFUSAL ENDS THE RUN WITH
006060*        RETURN-CODE 16 UNLESS FORCE=YES WAS GIVEN.  A STEP
006070*        STOPPED AT A CUTOFF= WINDOW, OR ENDED OVER ITS CLEAN
006080*        LIMIT, MAY RUN AGAIN WITHOUT FORCE.
006090*--------------------------------------------------------------*
006100 9500-CHECK-RUN-LEDGER.
006120     MOVE ZERO TO WS-LED-STP-IX.
006130     PERFORM 9505-FIND-STREAM-STEP THRU 9505-EXIT
006140         VARYING WS-LED-IX FROM 1 BY 1
006150         UNTIL WS-LED-IX > LED-STP-MAX.
006160     IF WS-LED-STP-IX = ZERO
006170         DISPLAY "STEP " WS-LED-STEP " NOT IN THE JOB STREAM"
006180         MOVE 16 TO RETURN-CODE
006190         STOP RUN
006200     END-IF.
006210     OPEN I-O LED-FILE.
006220     IF WS-LED-STATUS = "05" OR WS-LED-STATUS = "35"
006230         OPEN OUTPUT LED-FILE
006240         CLOSE LED-FILE
006250         OPEN I-O LED-FILE
006260     END-IF.
006270     IF WS-LED-STATUS NOT = "00"
006280         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
006290         MOVE 16 TO RETURN-CODE
006300         STOP RUN
006310     END-IF.
006320     PERFORM 9510-CHECK-ONE-PREREQ THRU 9510-EXIT
006330         VARYING WS-LED-PRQ-IX FROM 1 BY 1
006340         UNTIL WS-LED-PRQ-IX > LED-STP-PREREQ-CT (WS-LED-STP-IX).
006350     MOVE WS-LED-DATE TO LED-BUS-DATE.
006360     MOVE WS-LED-STEP TO LED-STEP.
006370     MOVE "Y" TO WS-LED-ON-FILE-SW.
006380     READ LED-FILE
006390         INVALID KEY MOVE "N" TO WS-LED-ON-FILE-SW
006400     END-READ.
006410     IF WS-LED-ON-FILE
006420         PERFORM 9520-CHECK-OWN-ENTRY THRU 9520-EXIT
006430     END-IF.
006440     IF WS-LED-REFUSED
006450         IF NOT WS-LED-FORCE
006460             DISPLAY "RUN LEDGER REFUSES " WS-LED-STEP
006470                 " FOR BUSINESS DATE " WS-LED-DATE
006480                 " - FORCE=YES TO OVERRIDE"
006490             CLOSE LED-FILE
006500             MOVE 16 TO RETURN-CODE
006510             STOP RUN
006520         END-IF
006530         DISPLAY "FORCE=YES - " WS-LED-STEP
006540             " RUNS OVER THE LEDGER REFUSAL"
006550     END-IF.
006560     PERFORM 9530-POST-STEP-START THRU 9530-EXIT.
006570     CLOSE LED-FILE.
006580 9500-EXIT.
006590     EXIT.
006600
006610 9505-FIND-STREAM-STEP.
006620     IF LED-STP-NAME (WS-LED-IX) = WS-LED-STEP
006630         MOVE WS-LED-IX TO WS-LED-STP-IX
006640     END-IF.
006650 9505-EXIT.
006660     EXIT.
006670
006680 9510-CHECK-ONE-PREREQ.
006690     MOVE WS-LED-DATE TO LED-BUS-DATE.
006700     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
006710         TO LED-STEP.
006720     READ LED-FILE
006730         INVALID KEY MOVE SPACE TO LED-RUN-STATUS
006740     END-READ.
006750     IF LED-ENDED-CLEAN
006760         GO TO 9510-EXIT
006770     END-IF.
006780     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
006790         TO LED-STEP.
006800     MOVE "Y" TO WS-LED-REFUSED-SW.
006810     IF LED-RUN-STATUS = SPACE
006820         DISPLAY "PREREQUISITE " LED-STEP " HAS NOT RUN FOR "
006830             WS-LED-DATE
006840         GO TO 9510-EXIT
006850     END-IF.
006860     IF LED-ENDED-FAILED
006870         DISPLAY "PREREQUISITE " LED-STEP " ENDED RETURN CODE "
006880             LED-RC " FOR " WS-LED-DATE
006890         GO TO 9510-EXIT
006900     END-IF.
006910     IF LED-PAUSED
006920         DISPLAY "PREREQUISITE " LED-STEP " STOPPED AT ITS CUTOFF"
006930             " FOR " WS-LED-DATE " - CONTINUATION NOT RUN"
006940         GO TO 9510-EXIT
006950     END-IF.
006960     DISPLAY "PREREQUISITE " LED-STEP " STARTED " LED-START-DATE
006970         " " LED-START-TIME " WITH NO END POSTED".
006980 9510-EXIT.
006990     EXIT.
007000
007010 9520-CHECK-OWN-ENTRY.
007020     IF LED-RUNNING
007030         MOVE "Y" TO WS-LED-REFUSED-SW
007040         DISPLAY WS-LED-STEP " STARTED " LED-START-DATE " "
007050             LED-START-TIME " WITH NO END POSTED - STILL"
007060             " RUNNING OR ABENDED"
007070     END-IF.
007080     IF LED-ENDED-CLEAN
007090             AND NOT LED-STP-REPEATABLE (WS-LED-STP-IX)
007100         MOVE "Y" TO WS-LED-REFUSED-SW
007110         DISPLAY WS-LED-STEP " ALREADY ENDED CLEAN FOR "
007120             WS-LED-DATE " - RETURN CODE " LED-RC
007130     END-IF.
007140 9520-EXIT.
007150     EXIT.
007160
007170*--------------------------------------------------------------*
007180*    9530-POST-STEP-START - MARK THE STEP STARTED.  THE END,
007190*        RETURN CODE AND COUNTS OF ANY EARLIER RUN ARE CLEARED.
007200*--------------------------------------------------------------*
007210 9530-POST-STEP-START.
007220     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
007230     ACCEPT WS-LED-NOW-TIME FROM TIME.
007240     IF NOT WS-LED-ON-FILE
007250         MOVE SPACES TO LED-RECORD
007260         MOVE WS-LED-DATE TO LED-BUS-DATE
007270         MOVE WS-LED-STEP TO LED-STEP
007280         MOVE ZERO TO LED-RUN-COUNT
007290     END-IF.
007300     MOVE "S" TO LED-RUN-STATUS.
007310     ADD 1 TO LED-RUN-COUNT.
007320     MOVE "N" TO LED-FORCED-FLAG.
007330     IF WS-LED-REFUSED
007340         MOVE "Y" TO LED-FORCED-FLAG
007350     END-IF.
007360     MOVE WS-LED-NOW-DATE TO LED-START-DATE.
007370     MOVE WS-LED-NOW-TIME (1:6) TO LED-START-TIME.
007380     MOVE ZERO TO LED-END-DATE.
007390     MOVE ZERO TO LED-END-TIME.
007400     MOVE ZERO TO LED-RC.
007410     PERFORM 9535-CLEAR-ONE-COUNT THRU 9535-EXIT
007420         VARYING WS-LED-IX FROM 1 BY 1 UNTIL WS-LED-IX > 4.
007430     IF WS-LED-ON-FILE
007440         REWRITE LED-RECORD
007450     ELSE
007460         WRITE LED-RECORD
007470     END-IF.
007480     IF WS-LED-STATUS NOT = "00"
007490         DISPLAY "LED-FILE START POST FAILED - STATUS "
007500             WS-LED-STATUS
007510         MOVE 16 TO RETURN-CODE
007520         STOP RUN
007530     END-IF.
007540 9530-EXIT.
007550     EXIT.
007560
007570 9535-CLEAR-ONE-COUNT.
007580     MOVE SPACES TO LED-COUNT-LABEL (WS-LED-IX).
007590     MOVE ZERO TO LED-COUNT-VALUE (WS-LED-IX).
007600     MOVE SPACES TO WS-LED-COUNT-LABEL (WS-LED-IX).
007610     MOVE ZERO TO WS-LED-COUNT-VALUE (WS-LED-IX).
007620 9535-EXIT.
007630     EXIT.
007640
007650*--------------------------------------------------------------*
007660*    9600-POST-RUN-LEDGER - END TIME, RETURN CODE AND COUNTS.
007670*        THE RETURN CODE AGAINST THE STEP'S CLEAN LIMIT DECIDES
007680*        WHETHER LATER STEPS MAY RUN.  RUN AFTER 9000-TERMINATE
007690*        HAS GRADED THE JOB.
007700*--------------------------------------------------------------*
007710 9600-POST-RUN-LEDGER.
007720     PERFORM 9610-SET-LEDGER-COUNTS THRU 9610-EXIT.
007730     OPEN I-O LED-FILE.
007740     IF WS-LED-STATUS NOT = "00"
007750         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
007760         MOVE 16 TO RETURN-CODE
007770         STOP RUN
007780     END-IF.
007790     MOVE WS-LED-DATE TO LED-BUS-DATE.
007800     MOVE WS-LED-STEP TO LED-STEP.
007810     READ LED-FILE
007820         INVALID KEY
007830             DISPLAY "LEDGER ENTRY FOR " WS-LED-STEP
007840                 " WAS REMOVED DURING THE RUN"
007850             MOVE 16 TO RETURN-CODE
007860             STOP RUN
007870     END-READ.
007880     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
007890     ACCEPT WS-LED-NOW-TIME FROM TIME.
007900     MOVE WS-LED-NOW-DATE TO LED-END-DATE.
007910     MOVE WS-LED-NOW-TIME (1:6) TO LED-END-TIME.
007920     MOVE RETURN-CODE TO LED-RC.
007930     MOVE WS-LED-COUNTS TO LED-COUNTS.
007940     IF WS-LED-PAUSED
007950         MOVE "P" TO LED-RUN-STATUS
007960     ELSE
007970         IF LED-RC > LED-STP-MAX-RC (WS-LED-STP-IX)
007980             MOVE "F" TO LED-RUN-STATUS
007990         ELSE
008000             MOVE "C" TO LED-RUN-STATUS
008010         END-IF
008020     END-IF.
008030     REWRITE LED-RECORD.
008040     IF WS-LED-STATUS NOT = "00"
008050         DISPLAY "LED-FILE END POST FAILED - STATUS "
008060             WS-LED-STATUS
008070         MOVE 16 TO RETURN-CODE
008080         STOP RUN
008090     END-IF.
008100     CLOSE LED-FILE.
008110 9600-EXIT.
008120     EXIT.
008130
008140*--------------------------------------------------------------*
008150*    9610-SET-LEDGER-COUNTS - THE FOUR LEGS AS BALANCED
008160*--------------------------------------------------------------*
008170 9610-SET-LEDGER-COUNTS.
008180     MOVE "NBR DTLS" TO WS-LED-COUNT-LABEL (1).
008190     MOVE WS-NBR-DETAILS TO WS-LED-COUNT-VALUE (1).
008200     MOVE "AUDIT ROWS" TO WS-LED-COUNT-LABEL (2).
008210     MOVE WS-AUD-ROWS TO WS-LED-COUNT-VALUE (2).
008220     MOVE "RECYCLES" TO WS-LED-COUNT-LABEL (3).
008230     ADD WS-RCY-CB-COUNT WS-RCY-UR-COUNT WS-RCY-OTHER-COUNT
008240         GIVING WS-LED-COUNT-VALUE (3).
008250     MOVE "INTF DTLS" TO WS-LED-COUNT-LABEL (4).
008260     MOVE WS-INT-DETAILS TO WS-LED-COUNT-VALUE (4).
008270 9610-EXIT.
008280     EXIT.
