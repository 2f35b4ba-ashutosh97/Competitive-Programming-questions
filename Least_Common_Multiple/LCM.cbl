000725*                   COUNTER AND BURN THE BATCH WINDOW.  A
000726*                   CAPPED COUNT PRINTS AND POSTS AS "OR
000727*                   MORE".
000728*  10/05/2026 RLH   RECYCLE RECORD LAYOUT MOVED TO THE RCYREC
000729*                   COPYBOOK AND EXTENDED WITH THE BLOCK
000730*                   SOURCE AND ORIGINAL RUN DATE, SO THE NEW
000731*                   RCYSUSP SUSPENSE LEDGER CAN AGE EACH
000732*                   RECYCLED SET.  A RESUBMITTED SET THAT
000733*                   FAILS AGAIN CARRIES ITS ORIGINAL SOURCE
000734*                   AND DATE FORWARD FROM RCYIN.
000735*  10/15/2026 RLH   SET REGISTRY (SETREG, MAINTAINED BY
000736*                   SETMNT) CHECKED BEFORE EACH SET IS
000737*                   WORKED.  A SET NOT ON THE REGISTRY, OR
000738*                   INACTIVE THERE, IS RECYCLED UNPOSTED
000739*                   UNDER REASON UR AND GRADES THE RUN 8
000740*                   LIKE A FAILED BLOCK.  AN LCM ABOVE THE
000741*                   SET'S REGISTERED CEILING PRINTS ON THE
000742*                   DL100, RIDES THE AUDIT ROW
000743*                   (AUD-CEIL-FLAG) AND GRADES THE RUN 4.
000744*                   WITHOUT A SETREG FILE THE CHECKS ARE
000745*                   BYPASSED WITH A WARNING.
000746*  10/15/2026 RLH   THE MANIFEST SPECIES LIST (COUNT AND
000747*                   CODES) NOW RIDES THE AUDIT ROW
000748*                   (AUD-MAN-SPECIES) SO A MANIFEST CAN BE
000749*                   REPLAYED AGAINST A FUTURE SPECIES TABLE.
000750*  10/15/2026 RLH   RUN POSTS TO THE RUNLEDGR RUN LEDGER AS
000751*                   STEP LCM (RESUBMIT FOR MODE=RESUBMIT).
000752*                   A SECOND RUN FOR A DATE THAT ENDED CLEAN
000753*                   IS REFUSED WITHOUT A FORCE=YES CARD; A
000754*                   CUTOFF STOP POSTS P SO THE CONTINUATION
000755*                   RUN IS LET THROUGH.  REPRINT IS NOT POSTED.
000756*  10/15/2026 RLH   LCM/GCD AND PRIME-FACTOR RESULTS ARE KEPT
000757*                   ON THE LCMCACHE RESULTS CACHE, KEYED ON THE
000758*                   SORTED VALUE LIST - A SET SEEN BEFORE SKIPS
000759*                   THE LIMB FOLD AND THE TRIAL FACTORING.
000760*                   CACHE=NO WORKS EVERY SET.  THE SUMMARY
000761*                   SHOWS CACHE HITS AND MISSES.
000762*  10/15/2026 RLH   EVERY AUDIT ROW POSTED IS ALSO JOURNALED ON
000763*                   AUDJRNL (JRNREC) FOR FORWARD RECOVERY OF
000764*                   LCMAUDIT.  THE RUN IS REFUSED WHEN NO
000765*                   JOURNAL HAS BEEN STARTED BY AUDBKUP.
000735*--------------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000786     SELECT INT-FILE ASSIGN TO "LCMINTF"
000788         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-INT-STATUS.
000791     SELECT REG-FILE ASSIGN TO "SETREG"
000792         ORGANIZATION IS INDEXED
000793         ACCESS MODE IS DYNAMIC
000794         RECORD KEY IS REG-SET-ID
000795         FILE STATUS IS WS-REG-STATUS.
000796     SELECT LED-FILE ASSIGN TO "RUNLEDGR"
000797         ORGANIZATION IS INDEXED
000798         ACCESS MODE IS DYNAMIC
000799         RECORD KEY IS LED-KEY
000800         FILE STATUS IS WS-LED-STATUS.
000801     SELECT CCH-FILE ASSIGN TO "LCMCACHE"
000802         ORGANIZATION IS INDEXED
000803         ACCESS MODE IS DYNAMIC
000804         RECORD KEY IS CCH-KEY
000805         FILE STATUS IS WS-CCH-STATUS.
000806     SELECT JRN-FILE ASSIGN TO "AUDJRNL"
000807         ORGANIZATION IS LINE SEQUENTIAL
000808         FILE STATUS IS WS-JRN-STATUS.
000770 
000780 DATA DIVISION.
000790 FILE SECTION.
001100*--------------------------------------------------------------*
001110 FD  AUD-FILE.
001130     COPY AUDREC.
001131
001132*--------------------------------------------------------------*
001133*    JRN-FILE - LCMAUDIT FORWARD-RECOVERY JOURNAL, ONE ENTRY
001134*        PER AUDIT ROW POSTED, APPENDED TO THE CURRENT
001135*        GENERATION
001136*--------------------------------------------------------------*
001137 FD  JRN-FILE
001138     RECORDING MODE IS F.
001139     COPY JRNREC.
001250 
001260*--------------------------------------------------------------*
001270*    CHK-FILE - RESTART CHECKPOINT, ONE RECORD PER SET COMPLETED
001355*--------------------------------------------------------------*
001356 FD  RCY-OUT-FILE
001357     RECORDING MODE IS F.
001358     COPY RCYREC REPLACING LEADING ==RCY== BY ==RCY-O==.
001361
001362*--------------------------------------------------------------*
001363*    RCY-IN-FILE - CORRECTED RECYCLE RECORDS (MODE=RESUBMIT)
001364*--------------------------------------------------------------*
001365 FD  RCY-IN-FILE
001366     RECORDING MODE IS F.
001367     COPY RCYREC REPLACING LEADING ==RCY== BY ==RCY-I==.
001370
001371*--------------------------------------------------------------*
001372*    PARM-FILE - OPTIONAL RUN-CONTROL CARD(S)
001383     RECORDING MODE IS F.
001384 01  INT-RECORD                  PIC X(144).
001385
001386*--------------------------------------------------------------*
001387*    REG-FILE - SET REGISTRY MASTER, MAINTAINED BY SETMNT
001388*--------------------------------------------------------------*
001389 FD  REG-FILE.
001390     COPY REGREC.
001391
001392*--------------------------------------------------------------*
001393*    LED-FILE - JOB-STREAM RUN LEDGER
001394*--------------------------------------------------------------*
001395 FD  LED-FILE.
001396     COPY LEDREC.
001397
001398*--------------------------------------------------------------*
001399*    CCH-FILE - LCM/GCD/FACTOR RESULTS CACHE, PURGED BY CCHMNT
001400*--------------------------------------------------------------*
001401 FD  CCH-FILE.
001402     COPY CCHREC.
001360 WORKING-STORAGE SECTION.
001370*--------------------------------------------------------------*
001380*    FILE STATUS SWITCHES
001456     05  WS-RCI-STATUS           PIC X(02) VALUE "00".
001458     05  WS-PRM-STATUS           PIC X(02) VALUE "00".
001460     05  WS-INT-STATUS           PIC X(02) VALUE "00".
001461     05  WS-REG-STATUS           PIC X(02) VALUE "00".
001462     05  WS-LED-STATUS           PIC X(02) VALUE "00".
001462     05  WS-CCH-STATUS           PIC X(02) VALUE "00".
001463     05  WS-JRN-STATUS           PIC X(02) VALUE "00".
001460 
001463     COPY LEDSTP.
001464     COPY LEDWRK.
001465
001470 01  WS-NBR-EOF-SW               PIC X(01) VALUE "N".
001480     88  WS-NBR-EOF                      VALUE "Y".
001490     88  WS-NBR-NOT-EOF                  VALUE "N".
001694 77  WS-FCT-Q                    PIC 9(05) VALUE 0.
001695 77  WS-FCT-R                    PIC 9(05) VALUE 0.
001696
001697*--------------------------------------------------------------*
001698*    RESULTS CACHE (LCMCACHE) - THE SET'S VALUES ARE RANKED
001699*        INTO ASCENDING ORDER FOR THE KEY.  A HIT RELOADS THE
001700*        LIMB AREA AND GCD; A CACHED PRIME-POWER TABLE IS PUT
001701*        BACK IN THE ORDER 2230 WOULD HAVE BUILT IT, WITH EACH
001702*        PRIME'S FIRST ENTRY AND CARRYING ENTRY FOUND AGAIN
001703*        FOR THIS SET'S INPUT ORDER.
001704*--------------------------------------------------------------*
001705 01  WS-CCH-USE-SW               PIC X(01) VALUE "Y".
001706     88  WS-CCH-USE-ON                   VALUE "Y".
001707     88  WS-CCH-USE-OFF                  VALUE "N".
001708 01  WS-CCH-AVAIL-SW             PIC X(01) VALUE "N".
001709     88  WS-CCH-AVAILABLE                VALUE "Y".
001710     88  WS-CCH-NOT-AVAILABLE            VALUE "N".
001711 01  WS-CCH-HIT-SW               PIC X(01) VALUE "N".
001712     88  WS-CCH-HIT                      VALUE "Y".
001713     88  WS-CCH-MISS                     VALUE "N".
001714 01  WS-CCH-KEY.
001715     05  WS-CCH-KEY-COUNT        PIC 9(02).
001716     05  WS-CCH-KEY-VALUE        PIC 9(05) OCCURS 25 TIMES.
001717 01  WS-CCH-CARRIER-TABLE.
001718     05  WS-CCH-CARRIER OCCURS 150 TIMES.
001719         10  WS-CCH-FIRST-IX     PIC 9(02).
001720         10  WS-CCH-SRC-IX       PIC 9(02).
001721 77  WS-CCH-HITS                 PIC 9(05) VALUE 0.
001722 77  WS-CCH-MISSES               PIC 9(05) VALUE 0.
001723 77  WS-CCH-STORE-FAILS          PIC 9(05) VALUE 0.
001724 77  WS-CCH-IX                   PIC 9(03) VALUE 0.
001725 77  WS-CCH-JX                   PIC 9(03) VALUE 0.
001726 77  WS-CCH-RANK                 PIC 9(03) VALUE 0.
001727
001728*--------------------------------------------------------------*
001729*    FORWARD-RECOVERY JOURNAL - 9710-WRITE-JOURNAL TAKES THE
001730*        ACTION AND BEFORE IMAGE FROM HERE AND THE AFTER IMAGE
001731*        FROM AUD-RECORD
001732*--------------------------------------------------------------*
001733 01  WS-JRN-ACTION               PIC X(01) VALUE SPACE.
001734 01  WS-JRN-BEFORE-IMAGE         PIC X(380) VALUE SPACES.
001735 77  WS-JRN-ENTRIES              PIC 9(07) VALUE 0.
001696
001620*--------------------------------------------------------------*
001621*    RUN MODE AND RECYCLE REASON - CODES ARE ZD (ZERO/DUP/
001622*        NON-NUMERIC VALUE), CT (BAD COUNT), OV (OVERFLOW),
001623*        SP (BAD SPECIES CODE), CB (BAD SOURCE BLOCK),
001623*        UR (SET NOT ACTIVE ON THE SET REGISTRY)
001624*--------------------------------------------------------------*
001625 77  WS-RUN-MODE                 PIC X(08) VALUE "FULL".
001626     88  WS-MODE-FULL                    VALUE "FULL".
001633     88  WS-MODE-MANIFEST-WORK           VALUES "FULL",
001634                                         "RESUBMIT", "MANIFEST".
001635 77  WS-RCY-REASON               PIC X(02) VALUE SPACES.
001635
001636*--------------------------------------------------------------*
001637*    SET REGISTRY - SETREG IS OPTIONAL; WITHOUT IT EVERY SET
001638*        PASSES AS REGISTERED AND NO CEILING IS CHECKED.  THE
001639*        CEILING IS ZONED OUT TO 48 DIGITS SO IT COMPARES TO
001640*        THE LCM AS TEXT, THE WAY AUD-LCM ROWS COMPARE.
001641*--------------------------------------------------------------*
001642 01  WS-REG-AVAIL-SW             PIC X(01) VALUE "N".
001643     88  WS-REG-AVAILABLE                VALUE "Y".
001644     88  WS-REG-NOT-AVAILABLE            VALUE "N".
001645 01  WS-SET-REG-SW               PIC X(01) VALUE "Y".
001646     88  WS-SET-REGISTERED               VALUE "Y".
001647     88  WS-SET-NOT-REGISTERED           VALUE "N".
001648 77  WS-REG-CEILING              PIC 9(18) VALUE 0.
001649 01  WS-CEIL-ZONED               PIC X(48) VALUE ALL "0".
001650 77  WS-CEIL-FLAG                PIC X(01) VALUE SPACE.
001651 77  WS-UNREG-TEXT               PIC X(30) VALUE SPACES.
001636
001637*--------------------------------------------------------------*
001638*    WALL-CLOCK CUTOFF FROM A CUTOFF=HH:MM CARD - WHEN THE
002377 77  WS-SETS-RECYCLED            PIC 9(05) VALUE 0.
002378 77  WS-VALID-LCM-COUNT          PIC 9(05) VALUE 0.
002379 77  WS-WEIGHT-EXCEPTIONS        PIC 9(05) VALUE 0.
002381 77  WS-SETS-UNREGISTERED        PIC 9(05) VALUE 0.
002382 77  WS-CEILING-EXCEPTIONS       PIC 9(05) VALUE 0.
002380 
002390*--------------------------------------------------------------*
002400*    RUN DATE / TIME / REPORT PAGINATION
003086             "SET RECYCLED - SOURCE BLOCK FAILED CONTROL CHECK".
003087     05  FILLER                  PIC X(66) VALUE SPACES.
003088
003088
003089 01  RPT-UNREG-LINE.
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003091     05  FILLER                  PIC X(06) VALUE "SET ".
003092     05  RPT-UR-SETID            PIC ZZZZ9.
003093     05  FILLER                  PIC X(04) VALUE SPACES.
003094     05  FILLER                  PIC X(16)
003095             VALUE "SET RECYCLED - ".
003096     05  RPT-UR-TEXT             PIC X(30).
003097     05  FILLER                  PIC X(70) VALUE SPACES.
003089 01  RPT-SPECIES-LINE.
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003091     05  FILLER                  PIC X(06) VALUE "SET ".
003261     05  FILLER                  PIC X(04) VALUE " PCT".
003262     05  RPT-W-VERDICT           PIC X(26).
003263     05  FILLER                  PIC X(31) VALUE SPACES.
003263
003264 01  RPT-CEILING-LINE.
003265     05  FILLER                  PIC X(01) VALUE SPACE.
003266     05  FILLER                  PIC X(06) VALUE "SET ".
003267     05  RPT-CL-SETID            PIC ZZZZ9.
003268     05  FILLER                  PIC X(04) VALUE SPACES.
003269     05  FILLER                  PIC X(30)
003270             VALUE "LCM EXCEEDS REGISTERED CEILING".
003271     05  RPT-CL-OF               PIC X(04) VALUE " OF ".
003272     05  RPT-CL-CEIL             PIC Z(17)9.
003273     05  RPT-CL-CEIL-X REDEFINES RPT-CL-CEIL
003274                                 PIC X(18).
003275     05  FILLER                  PIC X(64) VALUE SPACES.
003264
003265 01  RPT-EXCEPTION-LINE.
003266     05  FILLER                  PIC X(01) VALUE SPACE.
003577     END-IF.
003580     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
003590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003591     IF NOT WS-MODE-REPRINT
003592         PERFORM 9600-POST-RUN-LEDGER THRU 9600-EXIT
003593     END-IF.
003600     STOP RUN.
003610 
003620*--------------------------------------------------------------*
003750             " TAKES A DATE"
003751         MOVE WS-RUN-DATE-NUM TO WS-SUMMARY-DATE
003752     END-IF.
003752     IF WS-MODE-RESUBMIT
003752         MOVE "RESUBMIT" TO WS-LED-STEP
003752     ELSE
003752         MOVE "LCM" TO WS-LED-STEP
003752     END-IF.
003752     MOVE WS-SUMMARY-DATE TO WS-LED-DATE.
003752     PERFORM 9500-CHECK-RUN-LEDGER THRU 9500-EXIT.
003748     IF WS-MODE-FULL AND NOT WS-SEL-ACTIVE
003749         SET WS-CHECKPOINTING TO TRUE
003750     ELSE
003816         MOVE 16 TO RETURN-CODE
003816         STOP RUN
003818     END-IF.
003819     PERFORM 9700-OPEN-JOURNAL THRU 9700-EXIT.
003820
003821*    THE REGISTRY IS OPTIONAL UNTIL EVERY FEEDER'S SETS ARE
003822*    ENROLLED - WITHOUT IT THE RUN WORKS AS IT ALWAYS HAS.
003823     OPEN INPUT REG-FILE.
003824     IF WS-REG-STATUS = "35"
003825         DISPLAY "SETREG NOT FOUND - SET REGISTRY CHECKS BYPASSED"
003826         SET WS-REG-NOT-AVAILABLE TO TRUE
003827     ELSE
003828         IF WS-REG-STATUS NOT = "00"
003829             DISPLAY "REG-FILE OPEN FAILED - STATUS "
003830                 WS-REG-STATUS
003831             MOVE 16 TO RETURN-CODE
003832             STOP RUN
003833         END-IF
003834         SET WS-REG-AVAILABLE TO TRUE
003835     END-IF.
003835
003835*    THE RESULTS CACHE ONLY SAVES WORK - WITHOUT IT (CACHE=NO,
003835*    OR AN LCMCACHE THAT WILL NOT OPEN) EVERY SET IS WORKED.
003835     IF WS-MODE-LCM-WORK AND WS-CCH-USE-ON
003835         OPEN I-O CCH-FILE
003835         IF WS-CCH-STATUS = "05" OR WS-CCH-STATUS = "35"
003835             OPEN OUTPUT CCH-FILE
003835             CLOSE CCH-FILE
003835             OPEN I-O CCH-FILE
003835         END-IF
003835         IF WS-CCH-STATUS = "00"
003835             SET WS-CCH-AVAILABLE TO TRUE
003835         ELSE
003835             DISPLAY "CCH-FILE OPEN FAILED - STATUS "
003835                 WS-CCH-STATUS " - RESULTS CACHE BYPASSED"
003835         END-IF
003835     END-IF.
003825     PERFORM 1050-LOAD-SPECIES-TABLE THRU 1050-EXIT.
003830     IF WS-CHECKPOINTING
003832         PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
003930
003921*--------------------------------------------------------------*
003922*    1030-READ-PARM-CARD - OPTIONAL LCMPARM RUN-CONTROL CARDS.
003923*        NO PARM FILE MEANS A NORMAL FULL RUN.  FORCE=YES RUNS
003923*        OVER A RUN LEDGER REFUSAL.
003924*--------------------------------------------------------------*
003925 1030-READ-PARM-CARD.
003926     MOVE "FULL" TO WS-RUN-MODE.
003974         PERFORM 1044-APPLY-WTPCT-PARM THRU 1044-EXIT
003975         GO TO 1040-NEXT
003976     END-IF.
003976     IF PARM-RECORD (1:6) = "CACHE="
003976         PERFORM 1043-APPLY-CACHE-PARM THRU 1043-EXIT
003976         GO TO 1040-NEXT
003976     END-IF.
003977     IF PARM-RECORD (1:6) = "FORCE="
003978         IF PARM-RECORD (7:4) NOT = "YES "
003979             DISPLAY "INVALID FORCE= PARM CARD - " PARM-RECORD
003980             MOVE 16 TO RETURN-CODE
003981             STOP RUN
003982         END-IF
003983         MOVE "Y" TO WS-LED-FORCE-SW
003984         GO TO 1040-NEXT
003985     END-IF.
003969     DISPLAY "UNRECOGNIZED PARM CARD - " PARM-RECORD.
003970     MOVE 16 TO RETURN-CODE.
003971     STOP RUN.
004001 1042-EXIT.
004002     EXIT.
004003
004004*--------------------------------------------------------------*
004005*    1043-APPLY-CACHE-PARM - CACHE=NO WORKS EVERY SET AND
004006*        LEAVES LCMCACHE ALONE, DEFAULT YES
004007*--------------------------------------------------------------*
004008 1043-APPLY-CACHE-PARM.
004009     IF PARM-RECORD (7:3) = "YES"
004010         SET WS-CCH-USE-ON TO TRUE
004011         GO TO 1043-EXIT
004012     END-IF.
004013     IF PARM-RECORD (7:3) = "NO "
004014         SET WS-CCH-USE-OFF TO TRUE
004015         GO TO 1043-EXIT
004016     END-IF.
004017     DISPLAY "INVALID CACHE ON PARM CARD - " PARM-RECORD.
004018     MOVE 16 TO RETURN-CODE.
004019     STOP RUN.
004020 1043-EXIT.
004021     EXIT.
004022
004000*--------------------------------------------------------------*
004001*    1044-APPLY-WTPCT-PARM - MANIFEST WEIGHT TOLERANCE IN
004002*        WHOLE PERCENT, DEFAULT 10
004627                     DISPLAY "SKIPPING SET " NBR-SET-ID
004628                         " - ALREADY ON TODAY'S AUDIT"
004630                 ELSE
004631                     PERFORM 2915-LOOKUP-REGISTRY THRU 2915-EXIT
004632                     IF WS-SET-NOT-REGISTERED
004633                         PERFORM 2035-RECYCLE-UNREGISTERED-SET
004633                             THRU 2035-EXIT
004633                     ELSE
004633                         PERFORM 2100-PROCESS-ONE-SET
004633                             THRU 2100-EXIT
004633                     END-IF
004634                 END-IF
004636             END-IF
004638         END-IF
004714     EXIT.
004715
004716*--------------------------------------------------------------*
004717*    2035-RECYCLE-UNREGISTERED-SET - A SET THE REGISTRY DOES
004718*        NOT KNOW, OR HAS DEACTIVATED, IS NEVER PROCESSED OR
004719*        POSTED; IT GOES TO THE RECYCLE FILE UNDER REASON UR
004720*        UNTIL THE DESK REGISTERS IT AND RESUBMITS.
004721*--------------------------------------------------------------*
004722 2035-RECYCLE-UNREGISTERED-SET.
004723     MOVE "UR" TO WS-RCY-REASON.
004724     PERFORM 2165-WRITE-RECYCLE-RECORD THRU 2165-EXIT.
004725     MOVE SPACES TO WS-RCY-REASON.
004726     ADD 1 TO WS-SETS-UNREGISTERED.
004727     DISPLAY "SET " NBR-SET-ID " RECYCLED - " WS-UNREG-TEXT.
004728     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
004729     MOVE NBR-SET-ID TO RPT-UR-SETID.
004730     MOVE WS-UNREG-TEXT TO RPT-UR-TEXT.
004731     WRITE RPT-RECORD FROM RPT-UNREG-LINE.
004732     ADD 1 TO WS-LINE-COUNT.
004733     IF WS-CHECKPOINTING
004734         PERFORM 2170-WRITE-CHECKPOINT THRU 2170-EXIT
004735     END-IF.
004736 2035-EXIT.
004737     EXIT.
004715
004716*--------------------------------------------------------------*
004720*    2100-PROCESS-ONE-SET - LCM + HEAD/LEG RECON FOR A SET
004730*--------------------------------------------------------------*
004740 2100-PROCESS-ONE-SET.
005099             VARYING I FROM 1 BY 1 UNTIL I > N
005100     END-IF.
005101     IF WS-SET-VALID
005101         PERFORM 2600-LOOKUP-RESULT-CACHE THRU 2600-EXIT
005101         IF WS-CCH-MISS
005102             PERFORM Y-PARA THRU Y-PARA-EXIT
005102         END-IF
005103         IF WS-SET-VALID
005103             IF WS-CCH-MISS
005104                 MOVE A(1) TO WS-GCD-RESULT
005105                 PERFORM G-PARA THRU G-PARA-EXIT
005106                     VARYING I FROM 2 BY 1 UNTIL I > N
005106             END-IF
005107             PERFORM 2540-BIG-BUILD-DISPLAY THRU 2540-EXIT
005108             MOVE WS-GCD-RESULT TO WS-GCD-PRINT
005109             DISPLAY "THE LCM IS " WS-BIG-PRINT
005110                 "  THE GCD IS " WS-GCD-PRINT
005111             PERFORM 2120-WRITE-LCM-OUTPUT THRU 2120-EXIT
005112             PERFORM 2130-WRITE-LCM-REPORT-LINE THRU 2130-EXIT
005112             IF WS-REG-CEILING > ZERO
005112                 PERFORM 2135-CHECK-LCM-CEILING THRU 2135-EXIT
005112             END-IF
005113             IF WS-ANALYSIS-ON
005113                 IF WS-CCH-HIT AND CCH-FCT-HELD
005113                     PERFORM 2605-LOAD-CACHED-FACTORS
005113                         THRU 2605-EXIT
005113                 ELSE
005114                     PERFORM 2230-ANALYZE-SET-FACTORS
005114                         THRU 2230-EXIT
005114                 END-IF
005115                 PERFORM 2238-PRINT-FACTOR-ANALYSIS
005116                     THRU 2238-EXIT
005117             END-IF
005124             MOVE "OV" TO WS-RCY-REASON
005125             PERFORM 2155-WRITE-OVFL-REJECT-LINE THRU 2155-EXIT
005126         END-IF
005126         PERFORM 2610-STORE-RESULT-CACHE THRU 2610-EXIT
005127     ELSE
005128         ADD 1 TO WS-SETS-REJECTED
005129         PERFORM 2150-WRITE-REJECT-REPORT-LINE THRU 2150-EXIT
005217     MOVE ZERO TO WS-SOL-COUNT-SAVE.
005218     MOVE ZERO TO WS-WT-CALC.
005219     MOVE SPACE TO WS-WT-FLAG.
005219     MOVE SPACE TO WS-CEIL-FLAG.
005220     SET WS-SRCH-NOT-DONE TO TRUE.
005240     SET WS-SET-VALID TO TRUE.
005245     SET WS-SPECIES-VALID TO TRUE.
005500     ADD 1 TO WS-LINE-COUNT.
005510 2130-EXIT.
005520     EXIT.
005521
005522*--------------------------------------------------------------*
005523*    2135-CHECK-LCM-CEILING - COMPARE THE LCM TO THE SET'S
005524*        REGISTERED MAXIMUM COMBINED CYCLE.  AN LCM ABOVE IT
005525*        STILL POSTS, BUT PRINTS AND GRADES AS AN EXCEPTION.
005526*--------------------------------------------------------------*
005527 2135-CHECK-LCM-CEILING.
005528     MOVE ALL "0" TO WS-CEIL-ZONED.
005529     MOVE WS-REG-CEILING TO WS-CEIL-ZONED (31:18).
005530     IF WS-BIG-ZONED NOT > WS-CEIL-ZONED
005531         MOVE "N" TO WS-CEIL-FLAG
005532         GO TO 2135-EXIT
005533     END-IF.
005534     MOVE "Y" TO WS-CEIL-FLAG.
005535     ADD 1 TO WS-CEILING-EXCEPTIONS.
005536     DISPLAY "SET " NBR-SET-ID " LCM EXCEEDS REGISTERED CEILING "
005537         WS-REG-CEILING.
005538     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
005539     MOVE NBR-SET-ID TO RPT-CL-SETID.
005540     MOVE " OF " TO RPT-CL-OF.
005541     MOVE WS-REG-CEILING TO RPT-CL-CEIL.
005542     WRITE RPT-RECORD FROM RPT-CEILING-LINE.
005543     ADD 1 TO WS-LINE-COUNT.
005544 2135-EXIT.
005545     EXIT.
005530 
005540*--------------------------------------------------------------*
005550*    2140-ACCUMULATE-LCM-STATS - ROLL UP FOR SUMMARY
006036     MOVE NBR-DECL-WEIGHT TO AUD-DECL-WEIGHT.
006037     MOVE WS-WT-CALC TO AUD-CALC-WEIGHT.
006038     MOVE WS-WT-FLAG TO AUD-WEIGHT-FLAG.
006039     MOVE WS-CEIL-FLAG TO AUD-CEIL-FLAG.
006039     MOVE WS-MANIFEST-SPECIES TO AUD-MAN-SPECIES.
006024     IF WS-MODE-RESUBMIT
006025         MOVE "C" TO AUD-CORR-FLAG
006026     ELSE
006286         MOVE 16 TO RETURN-CODE
006286         STOP RUN
006287     END-IF.
006287     MOVE "A" TO WS-JRN-ACTION.
006287     MOVE SPACES TO WS-JRN-BEFORE-IMAGE.
006287     PERFORM 9710-WRITE-JOURNAL THRU 9710-EXIT.
006288 2163-EXIT.
006289     EXIT.
006290
006274*--------------------------------------------------------------*
006275*    2165-WRITE-RECYCLE-RECORD - REJECTED/SKIPPED SET IN FULL
006276*        INPUT LAYOUT PLUS REASON, FOR CORRECTION AND
006277*        RESUBMISSION.  THE SOURCE AND RUN DATE ARE THE
006278*        SET'S FIRST FAILURE - A RESUBMIT CARRIES THEM OVER
006279*        FROM RCYIN SO THE SUSPENSE ITEM KEEPS ITS AGE.
006280*--------------------------------------------------------------*
006281 2165-WRITE-RECYCLE-RECORD.
006282     MOVE NBR-INPUT-AREA TO RCY-O-NBR-DATA.
006283     MOVE WS-RCY-REASON TO RCY-O-REASON.
006284     MOVE WS-CUR-SOURCE TO RCY-O-SOURCE.
006285     MOVE WS-RUN-DATE-NUM TO RCY-O-RUN-DATE-N.
006286     IF WS-MODE-RESUBMIT
006287         IF RCY-I-SOURCE NOT = SPACES
006288             MOVE RCY-I-SOURCE TO RCY-O-SOURCE
006289         END-IF
006290         IF RCY-I-RUN-DATE NUMERIC
006291                 AND RCY-I-RUN-DATE-N > ZERO
006292             MOVE RCY-I-RUN-DATE TO RCY-O-RUN-DATE
006293         END-IF
006294     END-IF.
006295     WRITE RCY-O-RECORD.
006283     ADD 1 TO WS-SETS-RECYCLED.
006284 2165-EXIT.
006285     EXIT.
008032 2240-EXIT.
008033     EXIT.
008034
008035*--------------------------------------------------------------*
008036*    2600-LOOKUP-RESULT-CACHE - RANK THE SET'S VALUES INTO THE
008037*        CACHE KEY AND READ LCMCACHE.  A HIT LOADS THE LIMB
008038*        AREA AND GCD (OR FLAGS THE SET INVALID WHEN ITS LCM
008039*        IS KNOWN TO PASS 48 DIGITS); A MISS LEAVES THE SET TO
008040*        BE WORKED AND STORED.  AN ENTRY THAT DOES NOT READ
008041*        BACK CLEAN IS TREATED AS A MISS AND REPLACED.
008042*--------------------------------------------------------------*
008043 2600-LOOKUP-RESULT-CACHE.
008044     SET WS-CCH-MISS TO TRUE.
008045     IF WS-CCH-NOT-AVAILABLE
008046         GO TO 2600-EXIT
008047     END-IF.
008048     MOVE ZERO TO WS-CCH-KEY.
008049     MOVE N TO WS-CCH-KEY-COUNT.
008050     PERFORM 2601-RANK-ONE-VALUE THRU 2601-EXIT
008051         VARYING I FROM 1 BY 1 UNTIL I > N.
008052     MOVE WS-CCH-KEY TO CCH-KEY.
008053     READ CCH-FILE
008054         INVALID KEY CONTINUE
008055     END-READ.
008056     IF WS-CCH-STATUS = "23"
008057         ADD 1 TO WS-CCH-MISSES
008058         GO TO 2600-EXIT
008059     END-IF.
008060     IF WS-CCH-STATUS NOT = "00"
008061         DISPLAY "CCH-FILE READ FAILED - STATUS " WS-CCH-STATUS
008062             " - SET " NBR-SET-ID " WORKED"
008063         ADD 1 TO WS-CCH-MISSES
008064         GO TO 2600-EXIT
008065     END-IF.
008066     IF NOT CCH-RESULT-VALID
008067             OR CCH-LCM IS NOT NUMERIC
008068             OR CCH-GCD IS NOT NUMERIC
008069             OR CCH-FCT-COUNT IS NOT NUMERIC
008070             OR CCH-FCT-COUNT > 150
008071         DISPLAY "LCMCACHE ENTRY UNREADABLE - SET " NBR-SET-ID
008072             " WORKED AND THE ENTRY REPLACED"
008073         ADD 1 TO WS-CCH-MISSES
008074         GO TO 2600-EXIT
008075     END-IF.
008076     SET WS-CCH-HIT TO TRUE.
008077     ADD 1 TO WS-CCH-HITS.
008078     IF CCH-RESULT-OVERFLOW
008079         SET WS-SET-INVALID TO TRUE
008080         GO TO 2600-EXIT
008081     END-IF.
008082     MOVE CCH-LCM TO WS-BIG-ZONED.
008083     PERFORM 2603-UNZONE-ONE-LIMB THRU 2603-EXIT
008084         VARYING WS-BIG-J FROM 1 BY 1 UNTIL WS-BIG-J > 12.
008085     MOVE CCH-GCD TO WS-GCD-RESULT.
008086 2600-EXIT.
008087     EXIT.
008088
008089*--------------------------------------------------------------*
008090*    2601-RANK-ONE-VALUE - A VALUE'S PLACE IN THE KEY IS ONE
008091*        MORE THAN THE NUMBER OF SMALLER VALUES IN THE SET.
008092*        DUPLICATES WERE REJECTED BY 2180, SO NO TWO VALUES
008093*        SHARE A PLACE.
008094*--------------------------------------------------------------*
008095 2601-RANK-ONE-VALUE.
008096     MOVE 1 TO WS-CCH-RANK.
008097     PERFORM 2602-COMPARE-ONE-VALUE THRU 2602-EXIT
008098         VARYING J FROM 1 BY 1 UNTIL J > N.
008099     MOVE A (I) TO WS-CCH-KEY-VALUE (WS-CCH-RANK).
008100 2601-EXIT.
008101     EXIT.
008102
008103 2602-COMPARE-ONE-VALUE.
008104     IF A (J) < A (I)
008105         ADD 1 TO WS-CCH-RANK
008106     END-IF.
008107 2602-EXIT.
008108     EXIT.
008109
008110*--------------------------------------------------------------*
008111*    2603-UNZONE-ONE-LIMB - THE REVERSE OF 2541-ZONE-ONE-LIMB
008112*--------------------------------------------------------------*
008113 2603-UNZONE-ONE-LIMB.
008114     COMPUTE WS-BIG-WORK = 13 - WS-BIG-J.
008115     MOVE WS-BIG-ZGRP (WS-BIG-WORK) TO WS-BIG-LIMB (WS-BIG-J).
008116 2603-EXIT.
008117     EXIT.
008118
008119*--------------------------------------------------------------*
008120*    2605-LOAD-CACHED-FACTORS - REBUILD THE PRIME-POWER TABLE
008121*        FROM THE CACHE.  2230 POSTS PRIMES IN THE ORDER THE
008122*        INPUT VALUES FIRST SHOW THEM (ASCENDING WITHIN ONE
008123*        VALUE) AND CREDITS EACH POWER TO THE FIRST ENTRY THAT
008124*        CARRIES IT, SO BOTH ARE FOUND AGAIN FOR THIS SET'S
008125*        ORDER AND THE REPORT READS AS IF THE SET WERE FACTORED.
008126*--------------------------------------------------------------*
008127 2605-LOAD-CACHED-FACTORS.
008128     MOVE ZERO TO WS-FCT-COUNT.
008129     PERFORM 2606-FIND-CARRIERS THRU 2606-EXIT
008130         VARYING WS-CCH-IX FROM 1 BY 1
008131         UNTIL WS-CCH-IX > CCH-FCT-COUNT.
008132     PERFORM 2608-LOAD-FACTORS-FOR-ENTRY THRU 2608-EXIT
008133         VARYING I FROM 1 BY 1 UNTIL I > N.
008134 2605-EXIT.
008135     EXIT.
008136
008137 2606-FIND-CARRIERS.
008138     MOVE ZERO TO WS-CCH-FIRST-IX (WS-CCH-IX).
008139     MOVE ZERO TO WS-CCH-SRC-IX (WS-CCH-IX).
008140     PERFORM 2607-TEST-ONE-CARRIER THRU 2607-EXIT
008141         VARYING J FROM 1 BY 1
008142         UNTIL J > N OR WS-CCH-SRC-IX (WS-CCH-IX) > ZERO.
008143 2606-EXIT.
008144     EXIT.
008145
008146 2607-TEST-ONE-CARRIER.
008147     IF WS-CCH-FIRST-IX (WS-CCH-IX) = ZERO
008148         DIVIDE A (J) BY CCH-FCT-PRIME (WS-CCH-IX)
008149             GIVING WS-FCT-Q REMAINDER WS-FCT-R
008150         IF WS-FCT-R = ZERO
008151             MOVE J TO WS-CCH-FIRST-IX (WS-CCH-IX)
008152         END-IF
008153     END-IF.
008154     DIVIDE A (J) BY CCH-FCT-PP (WS-CCH-IX)
008155         GIVING WS-FCT-Q REMAINDER WS-FCT-R.
008156     IF WS-FCT-R = ZERO
008157         MOVE J TO WS-CCH-SRC-IX (WS-CCH-IX)
008158     END-IF.
008159 2607-EXIT.
008160     EXIT.
008161
008162 2608-LOAD-FACTORS-FOR-ENTRY.
008163     PERFORM 2609-LOAD-ONE-FACTOR THRU 2609-EXIT
008164         VARYING WS-CCH-IX FROM 1 BY 1
008165         UNTIL WS-CCH-IX > CCH-FCT-COUNT.
008166 2608-EXIT.
008167     EXIT.
008168
008169 2609-LOAD-ONE-FACTOR.
008170     IF WS-CCH-FIRST-IX (WS-CCH-IX) NOT = I
008171         GO TO 2609-EXIT
008172     END-IF.
008173     ADD 1 TO WS-FCT-COUNT.
008174     MOVE CCH-FCT-PRIME (WS-CCH-IX)
008174         TO WS-FCT-PRIME (WS-FCT-COUNT).
008175     MOVE CCH-FCT-POWER (WS-CCH-IX)
008175         TO WS-FCT-POWER (WS-FCT-COUNT).
008176     MOVE CCH-FCT-PP (WS-CCH-IX) TO WS-FCT-PP (WS-FCT-COUNT).
008177     MOVE WS-CCH-SRC-IX (WS-CCH-IX)
008178         TO WS-FCT-SRC-IX (WS-FCT-COUNT).
008179     MOVE A (WS-CCH-SRC-IX (WS-CCH-IX))
008180         TO WS-FCT-SRC-VAL (WS-FCT-COUNT).
008181 2609-EXIT.
008182     EXIT.
008183
008184*--------------------------------------------------------------*
008185*    2610-STORE-RESULT-CACHE - FILE A WORKED SET (LCM AND GCD,
008186*        OR THE OVERFLOW VERDICT, PLUS THE PRIME-POWER TABLE ON
008187*        AN ANALYSIS=YES RUN).  A HIT THAT HAD TO BE FACTORED
008188*        BECAUSE ITS ENTRY HELD NO TABLE GETS THE TABLE ADDED.
008189*        A CACHE THAT WILL NOT TAKE THE ROW IS REPORTED, NOT
008190*        FATAL - THE SET'S RESULTS ARE ALREADY POSTED.
008191*--------------------------------------------------------------*
008192 2610-STORE-RESULT-CACHE.
008193     IF WS-CCH-NOT-AVAILABLE
008194         GO TO 2610-EXIT
008195     END-IF.
008196     IF WS-CCH-HIT
008197         IF WS-ANALYSIS-ON AND CCH-RESULT-LCM AND CCH-FCT-NOT-HELD
008198             PERFORM 2612-MOVE-FACTORS-TO-CACHE THRU 2612-EXIT
008199             REWRITE CCH-RECORD
008200                 INVALID KEY CONTINUE
008201             END-REWRITE
008202             PERFORM 2611-CHECK-CACHE-STORE THRU 2611-EXIT
008203         END-IF
008204         GO TO 2610-EXIT
008205     END-IF.
008206     MOVE SPACES TO CCH-RECORD.
008207     MOVE WS-CCH-KEY TO CCH-KEY.
008208     IF WS-SET-VALID
008209         SET CCH-RESULT-LCM TO TRUE
008210         MOVE WS-BIG-ZONED TO CCH-LCM
008211         MOVE WS-GCD-RESULT TO CCH-GCD
008212     ELSE
008213         SET CCH-RESULT-OVERFLOW TO TRUE
008214         MOVE ALL "0" TO CCH-LCM
008215         MOVE ZERO TO CCH-GCD
008216     END-IF.
008217     SET CCH-FCT-NOT-HELD TO TRUE.
008218     MOVE ZERO TO CCH-FCT-COUNT.
008219     MOVE ZERO TO CCH-FCT-TABLE.
008220     IF WS-SET-VALID AND WS-ANALYSIS-ON
008221         PERFORM 2612-MOVE-FACTORS-TO-CACHE THRU 2612-EXIT
008222     END-IF.
008223     MOVE WS-RUN-DATE-NUM TO CCH-STORED-DATE.
008224     MOVE NBR-SET-ID TO CCH-STORED-SET-ID.
008225     WRITE CCH-RECORD
008226         INVALID KEY CONTINUE
008227     END-WRITE.
008228*    22 - AN UNREADABLE ENTRY ALREADY HOLDS THE KEY
008229     IF WS-CCH-STATUS = "22"
008230         REWRITE CCH-RECORD
008231             INVALID KEY CONTINUE
008232         END-REWRITE
008233     END-IF.
008234     PERFORM 2611-CHECK-CACHE-STORE THRU 2611-EXIT.
008235 2610-EXIT.
008236     EXIT.
008237
008238 2611-CHECK-CACHE-STORE.
008239     IF WS-CCH-STATUS NOT = "00"
008240         DISPLAY "CCH-FILE WRITE FAILED - STATUS " WS-CCH-STATUS
008241             " - SET " NBR-SET-ID " NOT CACHED"
008242         ADD 1 TO WS-CCH-STORE-FAILS
008243     END-IF.
008244 2611-EXIT.
008245     EXIT.
008246
008247*--------------------------------------------------------------*
008248*    2612-MOVE-FACTORS-TO-CACHE - FILE THE PRIME-POWER TABLE IN
008249*        ASCENDING PRIME ORDER, EACH PRIME AT ITS RANK AMONG THE
008250*        SET'S PRIMES, SO THE ENTRY DOES NOT DEPEND ON THE ORDER
008251*        THE VALUES ARRIVED IN
008252*--------------------------------------------------------------*
008253 2612-MOVE-FACTORS-TO-CACHE.
008254     MOVE ZERO TO CCH-FCT-TABLE.
008255     MOVE WS-FCT-COUNT TO CCH-FCT-COUNT.
008256     PERFORM 2613-FILE-ONE-FACTOR THRU 2613-EXIT
008257         VARYING WS-FCT-IX FROM 1 BY 1
008258         UNTIL WS-FCT-IX > WS-FCT-COUNT.
008259     SET CCH-FCT-HELD TO TRUE.
008260 2612-EXIT.
008261     EXIT.
008262
008263 2613-FILE-ONE-FACTOR.
008264     MOVE 1 TO WS-CCH-RANK.
008265     PERFORM 2614-RANK-ONE-PRIME THRU 2614-EXIT
008266         VARYING WS-CCH-JX FROM 1 BY 1
008267         UNTIL WS-CCH-JX > WS-FCT-COUNT.
008268     MOVE WS-FCT-PRIME (WS-FCT-IX) TO CCH-FCT-PRIME (WS-CCH-RANK).
008269     MOVE WS-FCT-POWER (WS-FCT-IX) TO CCH-FCT-POWER (WS-CCH-RANK).
008270     MOVE WS-FCT-PP (WS-FCT-IX) TO CCH-FCT-PP (WS-CCH-RANK).
008271 2613-EXIT.
008272     EXIT.
008273
008274 2614-RANK-ONE-PRIME.
008275     IF WS-FCT-PRIME (WS-CCH-JX) < WS-FCT-PRIME (WS-FCT-IX)
008276         ADD 1 TO WS-CCH-RANK
008277     END-IF.
008278 2614-EXIT.
008279     EXIT.
008280
007848*--------------------------------------------------------------*
007849*    2900-READ-INPUT-SET - NEXT SET FROM NBRFILE, OR FROM THE
007850*        CORRECTED RECYCLE FILE ON A MODE=RESUBMIT RUN
007890 2910-EXIT.
007891     EXIT.
007892
007892*--------------------------------------------------------------*
007893*    2915-LOOKUP-REGISTRY - KEYED READ OF SETREG FOR THE SET.
007894*        NOT ON FILE OR INACTIVE MARKS IT UNREGISTERED; OTHER-
007895*        WISE ITS CEILING (ZERO FOR NONE) IS KEPT FOR THE LCM
007896*        SIDE.  WITH NO REGISTRY EVERY SET PASSES UNCHECKED.
007897*--------------------------------------------------------------*
007898 2915-LOOKUP-REGISTRY.
007899     SET WS-SET-REGISTERED TO TRUE.
007900     MOVE ZERO TO WS-REG-CEILING.
007901     IF WS-REG-NOT-AVAILABLE
007902         GO TO 2915-EXIT
007903     END-IF.
007904     MOVE NBR-SET-ID TO REG-SET-ID.
007905     READ REG-FILE
007906         INVALID KEY CONTINUE
007907     END-READ.
007908     IF WS-REG-STATUS = "23"
007909         SET WS-SET-NOT-REGISTERED TO TRUE
007910         MOVE "SET NOT ON SET REGISTRY" TO WS-UNREG-TEXT
007911         GO TO 2915-EXIT
007912     END-IF.
007913     IF WS-REG-STATUS NOT = "00"
007914         DISPLAY "REG-FILE READ FAILED - STATUS " WS-REG-STATUS
007915         MOVE 16 TO RETURN-CODE
007916         STOP RUN
007917     END-IF.
007918     IF NOT REG-ACTIVE
007919         SET WS-SET-NOT-REGISTERED TO TRUE
007920         MOVE "SET INACTIVE ON SET REGISTRY" TO WS-UNREG-TEXT
007921         GO TO 2915-EXIT
007922     END-IF.
007923     MOVE REG-MAX-LCM TO WS-REG-CEILING.
007924 2915-EXIT.
007925     EXIT.
007880*--------------------------------------------------------------*
007881*    2950-CHECK-CUTOFF - COMPARE THE WALL CLOCK TO THE
007882*        CUTOFF=HH:MM CARD.  PAST THE CUTOFF THE RUN WINDS
007955         WRITE RPT-RECORD FROM RPT-LCM-LINE
007956         ADD 1 TO WS-LINE-COUNT
007957     END-IF.
007957*    THE CEILING ITSELF IS NOT ON THE AUDIT ROW, SO A REPRINT
007957*    CARRIES THE VERDICT ONLY.
007957     IF AUD-CEIL-FLAG = "Y"
007957         PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT
007957         MOVE AUD-SET-ID TO RPT-CL-SETID
007957         MOVE SPACES TO RPT-CL-OF
007957         MOVE SPACES TO RPT-CL-CEIL-X
007957         WRITE RPT-RECORD FROM RPT-CEILING-LINE
007957         ADD 1 TO WS-LINE-COUNT
007957     END-IF.
007958     IF AUD-VALID-FLAG = "N"
007959         PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT
007960         MOVE AUD-SET-ID TO RPT-RJ-SETID
008272     MOVE "MANIFESTS WITH WEIGHT VARIANCE" TO RPT-SUM-LABEL.
008273     MOVE WS-WEIGHT-EXCEPTIONS TO RPT-SUM-VALUE.
008274     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008274
008275     MOVE "LCMS OVER REGISTERED CEILING" TO RPT-SUM-LABEL.
008276     MOVE WS-CEILING-EXCEPTIONS TO RPT-SUM-VALUE.
008277     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008275
008272     MOVE "SETS WRITTEN TO RECYCLE (THIS RUN)" TO
008273         RPT-SUM-LABEL.
008274     MOVE WS-SETS-RECYCLED TO RPT-SUM-VALUE.
008275     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008275
008276     MOVE "SETS RECYCLED - NOT ON SET REGISTRY" TO
008277         RPT-SUM-LABEL.
008278     MOVE WS-SETS-UNREGISTERED TO RPT-SUM-VALUE.
008279     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
008279
008279     IF WS-CCH-AVAILABLE
008279         MOVE "RESULTS CACHE HITS (THIS RUN)" TO RPT-SUM-LABEL
008279         MOVE WS-CCH-HITS TO RPT-SUM-VALUE
008279         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
008279         MOVE "RESULTS CACHE MISSES - WORKED (THIS RUN)" TO
008279             RPT-SUM-LABEL
008279         MOVE WS-CCH-MISSES TO RPT-SUM-VALUE
008279         WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
008279         IF WS-CCH-STORE-FAILS > ZERO
008279             MOVE "RESULTS NOT STORED IN CACHE" TO RPT-SUM-LABEL
008279             MOVE WS-CCH-STORE-FAILS TO RPT-SUM-VALUE
008279             WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
008279         END-IF
008279     ELSE
008279         IF WS-MODE-LCM-WORK
008279             MOVE "RESULTS CACHE" TO RPT-SUMB-LABEL
008279             IF WS-CCH-USE-OFF
008279                 MOVE "NOT USED - CACHE=NO CARD" TO RPT-SUMB-VALUE
008279             ELSE
008279                 MOVE "NOT USED - LCMCACHE WOULD NOT OPEN"
008279                     TO RPT-SUMB-VALUE
008279             END-IF
008279             WRITE RPT-RECORD FROM RPT-SUMMARY-BIG-LINE
008279         END-IF
008279     END-IF.
008276
008270     IF WS-CUTOFF-HIT
008271         MOVE "RUN STOPPED AT WALL-CLOCK CUTOFF"
008345     DISPLAY "MANIFESTS SKIPPED....... " WS-MANIFESTS-SKIPPED.
008346     DISPLAY "WEIGHT VARIANCES........ " WS-WEIGHT-EXCEPTIONS.
008347     DISPLAY "SETS RECYCLED THIS RUN.. " WS-SETS-RECYCLED.
008348     DISPLAY "CEILING EXCEPTIONS...... " WS-CEILING-EXCEPTIONS.
008349     DISPLAY "UNREGISTERED SETS....... " WS-SETS-UNREGISTERED.
008349     DISPLAY "RESULTS CACHE HITS...... " WS-CCH-HITS.
008349     DISPLAY "RESULTS CACHE MISSES.... " WS-CCH-MISSES.
008349     DISPLAY "AUDIT ROWS JOURNALED.... " WS-JRN-ENTRIES.
008350 8000-EXIT.
008360     EXIT.
008370
008514     MOVE ZERO TO WS-MANIFESTS-SKIPPED.
008515     MOVE ZERO TO WS-VALID-LCM-COUNT.
008516     MOVE ZERO TO WS-WEIGHT-EXCEPTIONS.
008516     MOVE ZERO TO WS-CEILING-EXCEPTIONS.
008517     MOVE "N" TO WS-RC-REJECTS-SW.
008518     MOVE "N" TO WS-RC-EXCEPTIONS-SW.
008519     SET WS-AUD-NOT-EOF TO TRUE.
008601         ADD 1 TO WS-WEIGHT-EXCEPTIONS
008602         SET WS-RC-EXCEPTIONS TO TRUE
008603     END-IF.
008603     IF AUD-CEIL-FLAG = "Y"
008603         ADD 1 TO WS-CEILING-EXCEPTIONS
008603         SET WS-RC-EXCEPTIONS TO TRUE
008603     END-IF.
008605     IF NOT WS-MODE-REPRINT
008606         PERFORM 2168-WRITE-INTERFACE-DETAIL THRU 2168-EXIT
008607     END-IF.
008645     CLOSE LCM-OUT-FILE.
008646     CLOSE RPT-FILE.
008647     CLOSE AUD-FILE.
008647     CLOSE JRN-FILE.
008647     IF WS-REG-AVAILABLE
008647         CLOSE REG-FILE
008647     END-IF.
008647     IF WS-CCH-AVAILABLE
008647         CLOSE CCH-FILE
008647     END-IF.
008648     PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT.
008649 9000-EXIT.
008650     EXIT.
008662     IF WS-BLK-BAD-COUNT > ZERO
008663         SET WS-RC-REJECTS TO TRUE
008664     END-IF.
008664*    THE SAME GOES FOR A SET RECYCLED OFF THE SET REGISTRY.
008664     IF WS-SETS-UNREGISTERED > ZERO
008664         SET WS-RC-REJECTS TO TRUE
008664     END-IF.
008665     IF WS-RC-REJECTS
008659         MOVE 8 TO RETURN-CODE
008660     ELSE
008667     DISPLAY "JOB RETURN CODE " RETURN-CODE.
008668 9100-EXIT.
008669     EXIT.
008670
008680*--------------------------------------------------------------*
008690*    9500-CHECK-RUN-LEDGER - BEFORE ANYTHING IS UPDATED: EVERY
008700*        PREREQUISITE STEP (LEDSTP) MUST HAVE ENDED CLEAN FOR
008710*        THE BUSINESS DATE, AND THIS STEP MUST NOT BE RUNNING
008720*        OR ALREADY ENDED CLEAN.  A REFUSAL ENDS THE RUN WITH
008730*        RETURN-CODE 16 UNLESS FORCE=YES WAS GIVEN.  A STEP
008740*        STOPPED AT A CUTOFF= WINDOW, OR ENDED OVER ITS CLEAN
008750*        LIMIT, MAY RUN AGAIN WITHOUT FORCE.
008760*--------------------------------------------------------------*
008770 9500-CHECK-RUN-LEDGER.
008790     MOVE ZERO TO WS-LED-STP-IX.
008800     PERFORM 9505-FIND-STREAM-STEP THRU 9505-EXIT
008810         VARYING WS-LED-IX FROM 1 BY 1
008820         UNTIL WS-LED-IX > LED-STP-MAX.
008830     IF WS-LED-STP-IX = ZERO
008840         DISPLAY "STEP " WS-LED-STEP " NOT IN THE JOB STREAM"
008850         MOVE 16 TO RETURN-CODE
008860         STOP RUN
008870     END-IF.
008880     OPEN I-O LED-FILE.
008890     IF WS-LED-STATUS = "05" OR WS-LED-STATUS = "35"
008900         OPEN OUTPUT LED-FILE
008910         CLOSE LED-FILE
008920         OPEN I-O LED-FILE
008930     END-IF.
008940     IF WS-LED-STATUS NOT = "00"
008950         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
008960         MOVE 16 TO RETURN-CODE
008970         STOP RUN
008980     END-IF.
008990     PERFORM 9510-CHECK-ONE-PREREQ THRU 9510-EXIT
009000         VARYING WS-LED-PRQ-IX FROM 1 BY 1
009010         UNTIL WS-LED-PRQ-IX > LED-STP-PREREQ-CT (WS-LED-STP-IX).
009020     MOVE WS-LED-DATE TO LED-BUS-DATE.
009030     MOVE WS-LED-STEP TO LED-STEP.
009040     MOVE "Y" TO WS-LED-ON-FILE-SW.
009050     READ LED-FILE
009060         INVALID KEY MOVE "N" TO WS-LED-ON-FILE-SW
009070     END-READ.
009080     IF WS-LED-ON-FILE
009090         PERFORM 9520-CHECK-OWN-ENTRY THRU 9520-EXIT
009100     END-IF.
009110     IF WS-LED-REFUSED
009120         IF NOT WS-LED-FORCE
009130             DISPLAY "RUN LEDGER REFUSES " WS-LED-STEP
009140                 " FOR BUSINESS DATE " WS-LED-DATE
009150                 " - FORCE=YES TO OVERRIDE"
009160             CLOSE LED-FILE
009170             MOVE 16 TO RETURN-CODE
009180             STOP RUN
009190         END-IF
009200         DISPLAY "FORCE=YES - " WS-LED-STEP
009210             " RUNS OVER THE LEDGER REFUSAL"
009220     END-IF.
009230     PERFORM 9530-POST-STEP-START THRU 9530-EXIT.
009240     CLOSE LED-FILE.
009250 9500-EXIT.
009260     EXIT.
009270
009280 9505-FIND-STREAM-STEP.
009290     IF LED-STP-NAME (WS-LED-IX) = WS-LED-STEP
009300         MOVE WS-LED-IX TO WS-LED-STP-IX
009310     END-IF.
009320 9505-EXIT.
009330     EXIT.
009340
009350 9510-CHECK-ONE-PREREQ.
009360     MOVE WS-LED-DATE TO LED-BUS-DATE.
009370     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
009380         TO LED-STEP.
009390     READ LED-FILE
009400         INVALID KEY MOVE SPACE TO LED-RUN-STATUS
009410     END-READ.
009420     IF LED-ENDED-CLEAN
009430         GO TO 9510-EXIT
009440     END-IF.
009450     MOVE LED-STP-PREREQ (WS-LED-STP-IX, WS-LED-PRQ-IX)
009460         TO LED-STEP.
009470     MOVE "Y" TO WS-LED-REFUSED-SW.
009480     IF LED-RUN-STATUS = SPACE
009490         DISPLAY "PREREQUISITE " LED-STEP " HAS NOT RUN FOR "
009500             WS-LED-DATE
009510         GO TO 9510-EXIT
009520     END-IF.
009530     IF LED-ENDED-FAILED
009540         DISPLAY "PREREQUISITE " LED-STEP " ENDED RETURN CODE "
009550             LED-RC " FOR " WS-LED-DATE
009560         GO TO 9510-EXIT
009570     END-IF.
009580     IF LED-PAUSED
009590         DISPLAY "PREREQUISITE " LED-STEP " STOPPED AT ITS CUTOFF"
009600             " FOR " WS-LED-DATE " - CONTINUATION NOT RUN"
009610         GO TO 9510-EXIT
009620     END-IF.
009630     DISPLAY "PREREQUISITE " LED-STEP " STARTED " LED-START-DATE
009640         " " LED-START-TIME " WITH NO END POSTED".
009650 9510-EXIT.
009660     EXIT.
009670
009680 9520-CHECK-OWN-ENTRY.
009690     IF LED-RUNNING
009700         MOVE "Y" TO WS-LED-REFUSED-SW
009710         DISPLAY WS-LED-STEP " STARTED " LED-START-DATE " "
009720             LED-START-TIME " WITH NO END POSTED - STILL"
009730             " RUNNING OR ABENDED"
009740     END-IF.
009750     IF LED-ENDED-CLEAN
009760             AND NOT LED-STP-REPEATABLE (WS-LED-STP-IX)
009770         MOVE "Y" TO WS-LED-REFUSED-SW
009780         DISPLAY WS-LED-STEP " ALREADY ENDED CLEAN FOR "
009790             WS-LED-DATE " - RETURN CODE " LED-RC
009800     END-IF.
009810 9520-EXIT.
009820     EXIT.
009830
009840*--------------------------------------------------------------*
009850*    9530-POST-STEP-START - MARK THE STEP STARTED.  THE END,
009860*        RETURN CODE AND COUNTS OF ANY EARLIER RUN ARE CLEARED.
009870*--------------------------------------------------------------*
009880 9530-POST-STEP-START.
009890     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
009900     ACCEPT WS-LED-NOW-TIME FROM TIME.
009910     IF NOT WS-LED-ON-FILE
009920         MOVE SPACES TO LED-RECORD
009930         MOVE WS-LED-DATE TO LED-BUS-DATE
009940         MOVE WS-LED-STEP TO LED-STEP
009950         MOVE ZERO TO LED-RUN-COUNT
009960     END-IF.
009970     MOVE "S" TO LED-RUN-STATUS.
009980     ADD 1 TO LED-RUN-COUNT.
009990     MOVE "N" TO LED-FORCED-FLAG.
010000     IF WS-LED-REFUSED
010010         MOVE "Y" TO LED-FORCED-FLAG
010020     END-IF.
010030     MOVE WS-LED-NOW-DATE TO LED-START-DATE.
010040     MOVE WS-LED-NOW-TIME (1:6) TO LED-START-TIME.
010050     MOVE ZERO TO LED-END-DATE.
010060     MOVE ZERO TO LED-END-TIME.
010070     MOVE ZERO TO LED-RC.
010080     PERFORM 9535-CLEAR-ONE-COUNT THRU 9535-EXIT
010090         VARYING WS-LED-IX FROM 1 BY 1 UNTIL WS-LED-IX > 4.
010100     IF WS-LED-ON-FILE
010110         REWRITE LED-RECORD
010120     ELSE
010130         WRITE LED-RECORD
010140     END-IF.
010150     IF WS-LED-STATUS NOT = "00"
010160         DISPLAY "LED-FILE START POST FAILED - STATUS "
010170             WS-LED-STATUS
010180         MOVE 16 TO RETURN-CODE
010190         STOP RUN
010200     END-IF.
010210 9530-EXIT.
010220     EXIT.
010230
010240 9535-CLEAR-ONE-COUNT.
010250     MOVE SPACES TO LED-COUNT-LABEL (WS-LED-IX).
010260     MOVE ZERO TO LED-COUNT-VALUE (WS-LED-IX).
010270     MOVE SPACES TO WS-LED-COUNT-LABEL (WS-LED-IX).
010280     MOVE ZERO TO WS-LED-COUNT-VALUE (WS-LED-IX).
010290 9535-EXIT.
010300     EXIT.
010310
010320*--------------------------------------------------------------*
010330*    9600-POST-RUN-LEDGER - END TIME, RETURN CODE AND COUNTS.
010340*        THE RETURN CODE AGAINST THE STEP'S CLEAN LIMIT DECIDES
010350*        WHETHER LATER STEPS MAY RUN.  RUN AFTER 9000-TERMINATE
010360*        HAS GRADED THE JOB.
010370*--------------------------------------------------------------*
010380 9600-POST-RUN-LEDGER.
010390     PERFORM 9610-SET-LEDGER-COUNTS THRU 9610-EXIT.
010400     OPEN I-O LED-FILE.
010410     IF WS-LED-STATUS NOT = "00"
010420         DISPLAY "LED-FILE OPEN FAILED - STATUS " WS-LED-STATUS
010430         MOVE 16 TO RETURN-CODE
010440         STOP RUN
010450     END-IF.
010460     MOVE WS-LED-DATE TO LED-BUS-DATE.
010470     MOVE WS-LED-STEP TO LED-STEP.
010480     READ LED-FILE
010490         INVALID KEY
010500             DISPLAY "LEDGER ENTRY FOR " WS-LED-STEP
010510                 " WAS REMOVED DURING THE RUN"
010520             MOVE 16 TO RETURN-CODE
010530             STOP RUN
010540     END-READ.
010550     ACCEPT WS-LED-NOW-DATE FROM DATE YYYYMMDD.
010560     ACCEPT WS-LED-NOW-TIME FROM TIME.
010570     MOVE WS-LED-NOW-DATE TO LED-END-DATE.
010580     MOVE WS-LED-NOW-TIME (1:6) TO LED-END-TIME.
010590     MOVE RETURN-CODE TO LED-RC.
010600     MOVE WS-LED-COUNTS TO LED-COUNTS.
010610     IF WS-LED-PAUSED
010620         MOVE "P" TO LED-RUN-STATUS
010630     ELSE
010640         IF LED-RC > LED-STP-MAX-RC (WS-LED-STP-IX)
010650             MOVE "F" TO LED-RUN-STATUS
010660         ELSE
010670             MOVE "C" TO LED-RUN-STATUS
010680         END-IF
010690     END-IF.
010700     REWRITE LED-RECORD.
010710     IF WS-LED-STATUS NOT = "00"
010720         DISPLAY "LED-FILE END POST FAILED - STATUS "
010730             WS-LED-STATUS
010740         MOVE 16 TO RETURN-CODE
010750         STOP RUN
010760     END-IF.
010770     CLOSE LED-FILE.
010780 9600-EXIT.
010790     EXIT.
010800
010810*--------------------------------------------------------------*
010820*    9610-SET-LEDGER-COUNTS - RUN TOTALS FOR THE LEDGER.  A RUN
010830*        STOPPED AT THE CUTOFF POSTS P, NOT AN END.
010840*--------------------------------------------------------------*
010850 9610-SET-LEDGER-COUNTS.
010860     IF WS-CUTOFF-HIT
010870         MOVE "Y" TO WS-LED-PAUSE-SW
010880     END-IF.
010890     MOVE "RECS READ" TO WS-LED-COUNT-LABEL (1).
010900     MOVE WS-RECORDS-READ TO WS-LED-COUNT-VALUE (1).
010910     MOVE "SETS DONE" TO WS-LED-COUNT-LABEL (2).
010920     MOVE WS-SETS-PROCESSED TO WS-LED-COUNT-VALUE (2).
010930     MOVE "REJECTED" TO WS-LED-COUNT-LABEL (3).
010940     MOVE WS-SETS-REJECTED TO WS-LED-COUNT-VALUE (3).
010950     MOVE "RECYCLED" TO WS-LED-COUNT-LABEL (4).
010960     MOVE WS-SETS-RECYCLED TO WS-LED-COUNT-VALUE (4).
010970 9610-EXIT.
010980     EXIT.
010981
010990*--------------------------------------------------------------*
011000*    9700-OPEN-JOURNAL - EVERY LCMAUDIT UPDATE IS JOURNALED ON
011010*        AUDJRNL FOR FORWARD RECOVERY.  AUDBKUP STARTS EACH
011020*        JOURNAL GENERATION WITH A BACKUP OF LCMAUDIT, SO NO
011030*        JOURNAL MEANS NO BACKUP TO RECOVER FROM - THE RUN IS
011040*        REFUSED.
011050*--------------------------------------------------------------*
011060 9700-OPEN-JOURNAL.
011070     OPEN EXTEND JRN-FILE.
011080     IF WS-JRN-STATUS = "35"
011090         DISPLAY "AUDJRNL NOT FOUND - RUN AUDBKUP TO BACK UP"
011100             " LCMAUDIT AND START THE JOURNAL"
011110         MOVE 16 TO RETURN-CODE
011120         STOP RUN
011130     END-IF.
011140     IF WS-JRN-STATUS NOT = "00"
011150         DISPLAY "JRN-FILE OPEN FAILED - STATUS " WS-JRN-STATUS
011160         MOVE 16 TO RETURN-CODE
011170         STOP RUN
011180     END-IF.
011190 9700-EXIT.
011200     EXIT.
011210
011220*--------------------------------------------------------------*
011230*    9710-WRITE-JOURNAL - ONE D ENTRY FOR THE UPDATE JUST MADE.
011240*        THE CALLER SETS WS-JRN-ACTION AND WS-JRN-BEFORE-IMAGE;
011250*        THE AFTER IMAGE IS AUD-RECORD (NONE FOR A DELETE).
011260*--------------------------------------------------------------*
011270 9710-WRITE-JOURNAL.
011280     MOVE SPACES TO JRN-RECORD.
011290     MOVE "D" TO JRN-REC-TYPE.
011300     MOVE "LCM" TO JRN-PROGRAM.
011310     ACCEPT JRN-DATE FROM DATE YYYYMMDD.
011320     ACCEPT JRN-TIME FROM TIME.
011330     MOVE WS-JRN-ACTION TO JRN-ACTION.
011340     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
011350     IF NOT JRN-DELETE
011360         MOVE AUD-RECORD TO JRN-AFTER-IMAGE
011370     END-IF.
011380     WRITE JRN-RECORD.
011390     IF WS-JRN-STATUS NOT = "00"
011400         DISPLAY "JRN-FILE WRITE FAILED - STATUS " WS-JRN-STATUS
011410         MOVE 16 TO RETURN-CODE
011420         STOP RUN
011430     END-IF.
011440     ADD 1 TO WS-JRN-ENTRIES.
011450 9710-EXIT.
011460     EXIT.
