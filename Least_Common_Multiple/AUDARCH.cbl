000270*                   DATES THE ARCHIVE DATASET; AUDINQ CAN
000280*                   ANSWER A HISTORY INQUIRY FROM AN ARCHIVE
000290*                   FILE WITH ARCHIVE=YES ON ITS PARM CARDS.
000291*  10/15/2026 RLH   RUN POSTS TO THE RUNLEDGR RUN LEDGER FOR
000292*                   THE BUSINESS DATE (NEW DATE= CARD,
000293*                   DEFAULT TODAY) - LCM, LCMBAL AND LCMACK
000294*                   MUST HAVE ENDED CLEAN, AND NO STEP FOR
000295*                   THAT DATE OR LATER MAY BE MID-RUN.
000296*                   FORCE=YES CARD OVERRIDES A REFUSAL.
000297*  10/15/2026 RLH   EVERY ROW PURGED IS ALSO JOURNALED ON
000298*                   AUDJRNL (JRNREC) WITH ITS BEFORE IMAGE, FOR
000299*                   FORWARD RECOVERY OF LCMAUDIT.
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000450     SELECT RPT-FILE ASSIGN TO "ARCRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPT-STATUS.
000471     SELECT LED-FILE ASSIGN TO "RUNLEDGR"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS LED-KEY
000475         FILE STATUS IS WS-LED-STATUS.
000476     SELECT JRN-FILE ASSIGN TO "AUDJRNL"
000477         ORGANIZATION IS LINE SEQUENTIAL
000478         FILE STATUS IS WS-JRN-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000630     COPY AUDREC REPLACING LEADING ==AUD== BY ==ARC==.
000640
000650*--------------------------------------------------------------*
000660*    PARM-FILE - RETENTION CUTOFF CARD, RUN LEDGER CARDS
000670*--------------------------------------------------------------*
000680 FD  PARM-FILE
000690     RECORDING MODE IS F.
000750 FD  RPT-FILE
000760     RECORDING MODE IS F.
000770 01  RPT-RECORD                  PIC X(132).
000771
000772*--------------------------------------------------------------*
000773*    LED-FILE - JOB-STREAM RUN LEDGER
000774*--------------------------------------------------------------*
000775 FD  LED-FILE.
000776     COPY LEDREC.
000777
000778*--------------------------------------------------------------*
000779*    JRN-FILE - LCMAUDIT FORWARD-RECOVERY JOURNAL, ONE ENTRY
000780*        PER AUDIT ROW PURGED, APPENDED TO THE CURRENT
000781*        GENERATION
000782*--------------------------------------------------------------*
000783 FD  JRN-FILE
000784     RECORDING MODE IS F.
000785     COPY JRNREC.
000780
000790 WORKING-STORAGE SECTION.
000800*--------------------------------------------------------------*
000850     05  WS-ARC-STATUS           PIC X(02) VALUE "00".
000860     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
000870     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000871     05  WS-LED-STATUS           PIC X(02) VALUE "00".
000872     05  WS-JRN-STATUS           PIC X(02) VALUE "00".
000880
000890 01  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
000900     88  WS-AUD-EOF                      VALUE "Y".
000970 01  WS-CUTOFF-GIVEN-SW          PIC X(01) VALUE "N".
000980     88  WS-CUTOFF-GIVEN                 VALUE "Y".
000990
000991 01  WS-LED-EOF-SW               PIC X(01) VALUE "N".
000992     88  WS-LED-EOF                      VALUE "Y".
000993
000994     COPY LEDSTP.
000995     COPY LEDWRK.
001000*--------------------------------------------------------------*
001010*    RETENTION CUTOFF - ROWS WITH AUD-KEY-DATE BEFORE THE
001020*        CUTOFF ARE ARCHIVED AND PURGED; THE CUTOFF DATE
001250 77  WS-DATES-ARCHIVED           PIC 9(05) VALUE 0.
001260 77  WS-DATE-ROW-COUNT           PIC 9(07) VALUE 0.
001270 77  WS-BREAK-DATE               PIC 9(08) VALUE 0.
001271
001272*--------------------------------------------------------------*
001273*    FORWARD-RECOVERY JOURNAL - 9710-WRITE-JOURNAL TAKES THE
001274*        ACTION AND BEFORE IMAGE FROM HERE AND THE AFTER IMAGE
001275*        FROM AUD-RECORD
001276*--------------------------------------------------------------*
001277 01  WS-JRN-ACTION               PIC X(01) VALUE SPACE.
001278 01  WS-JRN-BEFORE-IMAGE         PIC X(380) VALUE SPACES.
001279 77  WS-JRN-ENTRIES              PIC 9(07) VALUE 0.
001280
001290*--------------------------------------------------------------*
001300*    RUN DATE / REPORT PAGINATION
001990         UNTIL WS-AUD-EOF.
002000     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002015     PERFORM 9600-POST-RUN-LEDGER THRU 9600-EXIT.
002020     STOP RUN.
002030
002040*--------------------------------------------------------------*
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002195     MOVE WS-RUN-DATE-RAW TO WS-LED-DATE.
002200     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
002210     IF NOT WS-CUTOFF-GIVEN
002220         DISPLAY "NO CUTOFF= CARD ON ARCPARM - NOTHING ARCHIVED"
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002311     MOVE "AUDARCH" TO WS-LED-STEP.
002312     PERFORM 9620-CHECK-NOTHING-RUNNING THRU 9620-EXIT.
002313     PERFORM 9500-CHECK-RUN-LEDGER THRU 9500-EXIT.
002320     OPEN I-O AUD-FILE.
002330     IF WS-AUD-STATUS NOT = "00"
002340         DISPLAY "AUD-FILE OPEN FAILED - STATUS " WS-AUD-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002375     PERFORM 9700-OPEN-JOURNAL THRU 9700-EXIT.
002380     OPEN OUTPUT ARC-FILE.
002390     IF WS-ARC-STATUS NOT = "00"
002400         DISPLAY "ARC-FILE OPEN FAILED - STATUS " WS-ARC-STATUS
002610     EXIT.
002620
002630*--------------------------------------------------------------*
002640*    1100-READ-PARM-CARDS - CUTOFF=MM/DD/YYYY IS REQUIRED.
002645*        DATE=MM/DD/YYYY NAMES THE RUN LEDGER BUSINESS DATE
002646*        (DEFAULT TODAY); FORCE=YES RUNS OVER A REFUSAL.
002650*--------------------------------------------------------------*
002660 1100-READ-PARM-CARDS.
002670     OPEN INPUT PARM-FILE.
002980         MOVE "Y" TO WS-CUTOFF-GIVEN-SW
002990         GO TO 1110-NEXT
003000     END-IF.
003001     IF PARM-RECORD (1:5) = "DATE="
003002         MOVE PARM-RECORD (6:10) TO WS-DATE-MDY
003003         MOVE WS-MDY-YYYY TO WS-YMD-YYYY
003004         MOVE WS-MDY-MM TO WS-YMD-MM
003005         MOVE WS-MDY-DD TO WS-YMD-DD
003006         IF WS-DATE-YMD NOT NUMERIC
003007             DISPLAY "INVALID DATE ON PARM CARD - " PARM-RECORD
003008             MOVE 16 TO RETURN-CODE
003009             STOP RUN
003010         END-IF
003011         MOVE WS-DATE-YMD-N TO WS-LED-DATE
003012         GO TO 1110-NEXT
003013     END-IF.
003014     IF PARM-RECORD (1:6) = "FORCE="
003015         IF PARM-RECORD (7:4) NOT = "YES "
003016             DISPLAY "INVALID FORCE= PARM CARD - " PARM-RECORD
003017             MOVE 16 TO RETURN-CODE
003018             STOP RUN
003019         END-IF
003020         MOVE "Y" TO WS-LED-FORCE-SW
003021         GO TO 1110-NEXT
003022     END-IF.
003010     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
003020     MOVE 16 TO RETURN-CODE.
003030     STOP RUN.
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003585     MOVE AUD-RECORD TO WS-JRN-BEFORE-IMAGE.
003590     DELETE AUD-FILE RECORD
003600         INVALID KEY CONTINUE
003610     END-DELETE.
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003665     MOVE "D" TO WS-JRN-ACTION.
003666     PERFORM 9710-WRITE-JOURNAL THRU 9710-EXIT.
003670     ADD 1 TO WS-ROWS-ARCHIVED.
003680     ADD 1 TO WS-DATE-ROW-COUNT.
003690     PERFORM 2900-READ-NEXT-AUDIT THRU 2900-EXIT.
004160     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
004170     DISPLAY "AUDIT ROWS ARCHIVED.... " WS-ROWS-ARCHIVED.
004180     DISPLAY "RUN DATES ARCHIVED..... " WS-DATES-ARCHIVED.
004185     DISPLAY "AUDIT ROWS JOURNALED... " WS-JRN-ENTRIES.
004190 8000-EXIT.
004200     EXIT.
004210
004250 9000-TERMINATE.
004260     CLOSE ARC-FILE.
004270     CLOSE AUD-FILE.
004275     CLOSE JRN-FILE.
004280     CLOSE RPT-FILE.
004290 9000-EXIT.
004300     EXIT.
004310
004320*--------------------------------------------------------------*
004330*    9500-CHECK-RUN-LEDGER - BEFORE ANYTHING IS UPDATED: EVERY
004340*        PREREQUISITE STEP (LEDSTP) MUST HAVE ENDED CLEAN FOR
004350*        THE BUSINESS DATE, AND THIS STEP MUST NOT BE RUNNING
004360*        OR ALREADY ENDED CLEAN.  A REFUSAL ENDS THE RUN WITH
004370*        RETURN-CODE 16 UNLESS FORCE=YES WAS GIVEN.  A STEP
004380*        STOPPED AT A CUTOFF= WINDOW, OR ENDED OVER ITS CLEAN
004390*        LIMIT, MAY RUN AGAIN WITHOUT FORCE.
004400*--------------------------------------------------------------*
004410 9500-CHECK-RUN-LEDGER.
004420     MOVE ZERO TO WS-LED-STP-IX.
004430     PERFORM 9505-FIND-STREAM-STEP THRU 9505-EXIT
004440         VARYING WS-LED-IX FROM 1 BY 1
004450         UNTIL WS-LED-IX > LED-STP-MAX.
004460     IF WS-LED-STP-IX = ZERO
004470         DISPLAY "STEP " WS-LED-STEP " NOT IN THE JOB STREAM"
004480         MOVE 16 TO RETURN-CODE
004490         STOP RUN
004500     END-IF.
004510     OPEN I-O LED-FILE.
004520     IF WS-LED-STATUS = "05" OR WS-LED-STATUS = "35"
004530         OPEN OUTPUT LED-FILE
004540         CLOSE LED-FILE
004550         OPEN I-O LED-FILE
004560     END-IF.
004570     IF WS-LED-STATUS NOT = "00"
004580         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     PERFORM 9510-CHECK-ONE-PREREQ THRU 9510-EXIT
004630         VARYING WS-LED-PRQ-IX FROM 1 BY 1
004640         UNTIL WS-LED-PRQ-IX > LED-STP-PREREQ-CT (WS-LED-STP-IX).
004650     MOVE WS-LED-DATE TO LED-BUS-DATE.
004660     MOVE WS-LED-STEP TO LED-STEP.
004670     MOVE "Y" TO WS-LED-ON-FILE-SW.
004680     READ LED-FILE
004690         INVALID KEY MOVE "N" TO WS-LED-ON-FILE-SW
004700     END-READ.
004710     IF WS-LED-ON-FILE
004720         PERFORM 9520-CHECK-OWN-ENTRY THRU 9520-EXIT
004730     END-IF.
004740     IF WS-LED-REFUSED
004750         IF NOT WS-LED-FORCE
004760             DISPLAY "RUN LEDGER REFUSES " WS-LED-STEP
004770                 " FOR BUSINESS DATE " WS-LED-DATE
004780                 " - FORCE=YES TO OVERRIDE"
004790             CLOSE LED-FILE
004800             MOVE 16 TO RETURN-CODE
004810             STOP RUN
004820         END-IF
004830         DISPLAY "FORCE=YES - " WS-LED-STEP
004840             " RUNS OVER THE LEDGER REFUSAL"
004850     END-IF.
004860     PERFORM 9530-POST-STEP-START THRU 9530-EXIT.
004870     CLOSE LED-FILE.
004880 9500-EXIT.
004890     EXIT.
004900
004910 9505-FIND-STREAM-STEP.
004920     IF LED-STP-NAME (WS-LED-IX) = WS-LED-STEP
004930         MOVE WS-LED-IX TO WS-LED-STP-IX
004940     END-IF.
004950 9505-EXIT.
004960     EXIT.
004970
004980 9510-CHECK-ONE-PREREQ.
004990     MOVE WS-LED-DATE TO LED-BUS-DATE.
005000     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
005010         TO LED-STEP.
005020     READ LED-FILE
005030         INVALID KEY MOVE SPACE TO LED-RUN-STATUS
005040     END-READ.
005050     IF LED-ENDED-CLEAN
005060         GO TO 9510-EXIT
005070     END-IF.
005080     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
005090         TO LED-STEP.
005100     MOVE "Y" TO WS-LED-REFUSED-SW.
005110     IF LED-RUN-STATUS = SPACE
005120         DISPLAY "PREREQUISITE " LED-STEP " HAS NOT RUN FOR "
005130             WS-LED-DATE
005140         GO TO 9510-EXIT
005150     END-IF.
005160     IF LED-ENDED-FAILED
005170         DISPLAY "PREREQUISITE " LED-STEP " ENDED RETURN CODE "
005180             LED-RC " FOR " WS-LED-DATE
005190         GO TO 9510-EXIT
005200     END-IF.
005210     IF LED-PAUSED
005220         DISPLAY "PREREQUISITE " LED-STEP " STOPPED AT ITS CUTOFF"
005230             " FOR " WS-LED-DATE " - CONTINUATION NOT RUN"
005240         GO TO 9510-EXIT
005250     END-IF.
005260     DISPLAY "PREREQUISITE " LED-STEP " STARTED " LED-START-DATE
005270         " " LED-START-TIME " WITH NO END POSTED".
005280 9510-EXIT.
005290     EXIT.
005300
005310 9520-CHECK-OWN-ENTRY.
005320     IF LED-RUNNING
005330         MOVE "Y" TO WS-LED-REFUSED-SW
005340         DISPLAY WS-LED-STEP " STARTED " LED-START-DATE " "
005350             LED-START-TIME " WITH NO END POSTED - STILL"
005360             " RUNNING OR ABENDED"
005370     END-IF.
005380     IF LED-ENDED-CLEAN
005390             AND NOT LED-STP-REPEATABLE (WS-LED-STP-IX)
005400         MOVE "Y" TO WS-LED-REFUSED-SW
005410         DISPLAY WS-LED-STEP " ALREADY ENDED CLEAN FOR "
005420             WS-LED-DATE " - RETURN CODE " LED-RC
005430     END-IF.
005440 9520-EXIT.
005450     EXIT.
005460
005470*--------------------------------------------------------------*
005480*    9530-POST-STEP-START - MARK THE STEP STARTED.  THE END,
005490*        RETURN CODE AND COUNTS OF ANY EARLIER RUN ARE CLEARED.
005500*--------------------------------------------------------------*
005510 9530-POST-STEP-START.
005520     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
005530     ACCEPT WS-LED-NOW-TIME FROM TIME.
005540     IF NOT WS-LED-ON-FILE
005550         MOVE SPACES TO LED-RECORD
005560         MOVE WS-LED-DATE TO LED-BUS-DATE
005570         MOVE WS-LED-STEP TO LED-STEP
005580         MOVE ZERO TO LED-RUN-COUNT
005590     END-IF.
005600     MOVE "S" TO LED-RUN-STATUS.
005610     ADD 1 TO LED-RUN-COUNT.
005620     MOVE "N" TO LED-FORCED-FLAG.
005630     IF WS-LED-REFUSED
005640         MOVE "Y" TO LED-FORCED-FLAG
005650     END-IF.
005660     MOVE WS-LED-NOW-DATE TO LED-START-DATE.
005670     MOVE WS-LED-NOW-TIME (1:6) TO LED-START-TIME.
005680     MOVE ZERO TO LED-END-DATE.
005690     MOVE ZERO TO LED-END-TIME.
005700     MOVE ZERO TO LED-RC.
005710     PERFORM 9535-CLEAR-ONE-COUNT THRU 9535-EXIT
005720         VARYING WS-LED-IX FROM 1 BY 1 UNTIL WS-LED-IX > 4.
005730     IF WS-LED-ON-FILE
005740         REWRITE LED-RECORD
005750     ELSE
005760         WRITE LED-RECORD
005770     END-IF.
005780     IF WS-LED-STATUS NOT = "00"
005790         DISPLAY "LED-FILE START POST FAILED - STATUS "
005800             WS-LED-STATUS
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840 9530-EXIT.
005850     EXIT.
005860
005870 9535-CLEAR-ONE-COUNT.
005880     MOVE SPACES TO LED-COUNT-LABEL (WS-LED-IX).
005890     MOVE ZERO TO LED-COUNT-VALUE (WS-LED-IX).
005900     MOVE SPACES TO WS-LED-COUNT-LABEL (WS-LED-IX).
005910     MOVE ZERO TO WS-LED-COUNT-VALUE (WS-LED-IX).
005920 9535-EXIT.
005930     EXIT.
005940
005950*--------------------------------------------------------------*
005960*    9600-POST-RUN-LEDGER - END TIME, RETURN CODE AND COUNTS.
005970*        THE RETURN CODE AGAINST THE STEP'S CLEAN LIMIT DECIDES
005980*        WHETHER LATER STEPS MAY RUN.  RUN AFTER 9000-TERMINATE
005990*        HAS GRADED THE JOB.
006000*--------------------------------------------------------------*
006010 9600-POST-RUN-LEDGER.
006020     PERFORM 9610-SET-LEDGER-COUNTS THRU 9610-EXIT.
006030     OPEN I-O LED-FILE.
006040     IF WS-LED-STATUS NOT = "00"
006050         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
006060         MOVE 16 TO RETURN-CODE
006070         STOP RUN
006080     END-IF.
006090     MOVE WS-LED-DATE TO LED-BUS-DATE.
006100     MOVE WS-LED-STEP TO LED-STEP.
006110     READ LED-FILE
006120         INVALID KEY
006130             DISPLAY "LEDGER ENTRY FOR " WS-LED-STEP
006140                 " WAS REMOVED DURING THE RUN"
006150             MOVE 16 TO RETURN-CODE
006160             STOP RUN
006170     END-READ.
006180     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
006190     ACCEPT WS-LED-NOW-TIME FROM TIME.
006200     MOVE WS-LED-NOW-DATE TO LED-END-DATE.
006210     MOVE WS-LED-NOW-TIME (1:6) TO LED-END-TIME.
006220     MOVE RETURN-CODE TO LED-RC.
006230     MOVE WS-LED-COUNTS TO LED-COUNTS.
006240     IF WS-LED-PAUSED
006250         MOVE "P" TO LED-RUN-STATUS
006260     ELSE
006270         IF LED-RC > LED-STP-MAX-RC (WS-LED-STP-IX)
006280             MOVE "F" TO LED-RUN-STATUS
006290         ELSE
006300             MOVE "C" TO LED-RUN-STATUS
006310         END-IF
006320     END-IF.
006330     REWRITE LED-RECORD.
006340     IF WS-LED-STATUS NOT = "00"
006350         DISPLAY "LED-FILE END POST FAILED - STATUS "
006360             WS-LED-STATUS
006370         MOVE 16 TO RETURN-CODE
006380         STOP RUN
006390     END-IF.
006400     CLOSE LED-FILE.
006410 9600-EXIT.
006420     EXIT.
006430
006440*--------------------------------------------------------------*
006450*    9610-SET-LEDGER-COUNTS - ARCHIVE TOTALS
006460*--------------------------------------------------------------*
006470 9610-SET-LEDGER-COUNTS.
006480     MOVE "ARCHIVED" TO WS-LED-COUNT-LABEL (1).
006490     MOVE WS-ROWS-ARCHIVED TO WS-LED-COUNT-VALUE (1).
006500     MOVE "DATES" TO WS-LED-COUNT-LABEL (2).
006510     MOVE WS-DATES-ARCHIVED TO WS-LED-COUNT-VALUE (2).
006520 9610-EXIT.
006530     EXIT.
006540
006550*--------------------------------------------------------------*
006560*    9620-CHECK-NOTHING-RUNNING - THE ARCHIVE DELETES FROM THE
006570*        LIVE LOG, SO NO OTHER STEP MAY BE MID-RUN FOR THE
006580*        BUSINESS DATE OR ANY LATER ONE.  AN ENTRY STARTED WITH
006590*        NO END POSTED REFUSES THE RUN LIKE A PREREQUISITE.
006600*--------------------------------------------------------------*
006610 9620-CHECK-NOTHING-RUNNING.
006620     OPEN INPUT LED-FILE.
006630     IF WS-LED-STATUS = "35"
006640         GO TO 9620-EXIT
006650     END-IF.
006660     IF WS-LED-STATUS NOT = "00"
006670         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
006680         MOVE 16 TO RETURN-CODE
006690         STOP RUN
006700     END-IF.
006710     MOVE "N" TO WS-LED-EOF-SW.
006720     MOVE WS-LED-DATE TO LED-BUS-DATE.
006730     MOVE SPACES TO LED-STEP.
006740     START LED-FILE KEY NOT LESS THAN LED-KEY
006750         INVALID KEY MOVE "Y" TO WS-LED-EOF-SW
006760     END-START.
006770     PERFORM 9625-TEST-ONE-ENTRY THRU 9625-EXIT
006780         UNTIL WS-LED-EOF.
006790     CLOSE LED-FILE.
006800 9620-EXIT.
006810     EXIT.
006820
006830 9625-TEST-ONE-ENTRY.
006840     READ LED-FILE NEXT RECORD
006850         AT END MOVE "Y" TO WS-LED-EOF-SW
006860     END-READ.
006870     IF WS-LED-EOF
006880         GO TO 9625-EXIT
006890     END-IF.
006900     IF LED-RUNNING AND LED-STEP NOT = WS-LED-STEP
006910         MOVE "Y" TO WS-LED-REFUSED-SW
006920         DISPLAY LED-STEP " FOR " LED-BUS-DATE " STARTED "
006930             LED-START-DATE " " LED-START-TIME
006940             " WITH NO END POSTED"
006950     END-IF.
006960 9625-EXIT.
006970     EXIT.
006980
006990*--------------------------------------------------------------*
007000*    9700-OPEN-JOURNAL - EVERY LCMAUDIT UPDATE IS JOURNALED ON
007010*        AUDJRNL FOR FORWARD RECOVERY.  AUDBKUP STARTS EACH
007020*        JOURNAL GENERATION WITH A BACKUP OF LCMAUDIT, SO NO
007030*        JOURNAL MEANS NO BACKUP TO RECOVER FROM - THE RUN IS
007040*        REFUSED.
007050*--------------------------------------------------------------*
007060 9700-OPEN-JOURNAL.
007070     OPEN EXTEND JRN-FILE.
007080     IF WS-JRN-STATUS = "35"
007090         DISPLAY "AUDJRNL NOT FOUND - RUN AUDBKUP TO BACK UP"
007100             " LCMAUDIT AND START THE JOURNAL"
007110         MOVE 16 TO RETURN-CODE
007120         STOP RUN
007130     END-IF.
007140     IF WS-JRN-STATUS NOT = "00"
007150         DISPLAY "JRN-FILE OPEN FAILED - STATUS " WS-JRN-STATUS
007160         MOVE 16 TO RETURN-CODE
007170         STOP RUN
007180     END-IF.
007190 9700-EXIT.
007200     EXIT.
007210
007220*--------------------------------------------------------------*
007230*    9710-WRITE-JOURNAL - ONE D ENTRY FOR THE UPDATE JUST MADE.
007240*        THE CALLER SETS WS-JRN-ACTION AND WS-JRN-BEFORE-IMAGE;
007250*        THE AFTER IMAGE IS AUD-RECORD (NONE FOR A DELETE).
007260*--------------------------------------------------------------*
007270 9710-WRITE-JOURNAL.
007280     MOVE SPACES TO JRN-RECORD.
007290     MOVE "D" TO JRN-REC-TYPE.
007300     MOVE "AUDARCH" TO JRN-PROGRAM.
007310     ACCEPT JRN-DATE FROM DATE YYYYMMDD.
007320     ACCEPT JRN-TIME FROM TIME.
007330     MOVE WS-JRN-ACTION TO JRN-ACTION.
007340     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
007350     IF NOT JRN-DELETE
007360         MOVE AUD-RECORD TO JRN-AFTER-IMAGE
007370     END-IF.
007380     WRITE JRN-RECORD.
007390     IF WS-JRN-STATUS NOT = "00"
007400         DISPLAY "JRN-FILE WRITE FAILED - STATUS " WS-JRN-STATUS
007410         MOVE 16 TO RETURN-CODE
007420         STOP RUN
007430     END-IF.
007440     ADD 1 TO WS-JRN-ENTRIES.
007450 9710-EXIT.
007460     EXIT.
