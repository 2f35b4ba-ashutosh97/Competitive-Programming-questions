000334*                   AVERAGE WEIGHT PER HEAD IN POUNDS (BLANK
000336*                   LEAVES IT UNCHANGED) FOR THE MANIFEST
000338*                   WEIGHT CHECK IN LCM.
000339*  10/15/2026 RLH   DUAL CONTROL.  EVERY SPECTRN TRANSACTION
000340*                   NOW CARRIES THE SUBMITTER'S USER ID, AND AN
000341*                   ADD/CHANGE/DEACTIVATE THAT PASSES THE EDIT
000342*                   IS PARKED ON THE PENDING FILE (SPECPEND IN,
000343*                   SPECPNDO OUT) INSTEAD OF GOING TO SPECFILO.
000344*                   IT IS APPLIED ONLY WHEN A V (APPROVE)
000345*                   TRANSACTION FROM A DIFFERENT USER ID NAMES
000346*                   ITS ITEM NUMBER, AND IS RE-EDITED THEN.  AN
000347*                   X (REJECT) TRANSACTION, A FAILED RE-EDIT OR
000348*                   7 DAYS WITHOUT APPROVAL DROPS IT WITH A
000349*                   REASON.  EVERY APPLIED CHANGE IS LOGGED
000350*                   BEFORE/AFTER TO SPECHIST, AND SPECMRPT NOW
000351*                   LISTS THE ITEMS DROPPED AND THE ITEMS STILL
000352*                   AWAITING APPROVAL.
000340*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000470     SELECT RPT-FILE ASSIGN TO "SPECMRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RPT-STATUS.
000491     SELECT PND-IN-FILE ASSIGN TO "SPECPEND"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS WS-PNI-STATUS.
000494     SELECT PND-OUT-FILE ASSIGN TO "SPECPNDO"
000495         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-PNO-STATUS.
000497     SELECT HST-FILE ASSIGN TO "SPECHIST"
000498         ORGANIZATION IS LINE SEQUENTIAL
000499         FILE STATUS IS WS-HST-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000670*--------------------------------------------------------------*
000680*    TRN-FILE - ADD/CHANGE/DEACTIVATE TRANSACTIONS.  A BLANK
000690*        EFFECTIVE DATE APPLIES THE TRANSACTION TODAY.
000691*        V (APPROVE) AND X (REJECT) TRANSACTIONS NAME A
000692*        PENDING ITEM IN TRN-PEND-ID AND CARRY NOTHING ELSE
000693*        BUT THE USER ID.  EVERY TRANSACTION NEEDS A USER ID.
000700*--------------------------------------------------------------*
000710 FD  TRN-FILE
000720     RECORDING MODE IS F.
000730 01  TRN-RECORD.
000735     05  TRN-CHANGE-IMAGE.
000740         10  TRN-ACTION          PIC X(01).
000750             88  TRN-ADD                 VALUE "A".
000760             88  TRN-CHANGE              VALUE "C".
000770             88  TRN-DEACTIVATE          VALUE "D".
000771             88  TRN-APPROVE             VALUE "V".
000772             88  TRN-REJECT              VALUE "X".
000780         10  TRN-CODE            PIC 9(02).
000790         10  TRN-NAME            PIC X(10).
000800         10  TRN-LEGS            PIC 9(02).
000810         10  TRN-EFF-DATE        PIC X(08).
000820         10  TRN-WEIGHT          PIC X(05).
000821     05  TRN-USER-ID             PIC X(08).
000822     05  TRN-PEND-ID             PIC X(11).
000820
000830*--------------------------------------------------------------*
000840*    RPT-FILE - TRANSACTION EDIT REPORT
000860 FD  RPT-FILE
000870     RECORDING MODE IS F.
000880 01  RPT-RECORD                  PIC X(132).
000885
000886*--------------------------------------------------------------*
000887*    PND-IN-FILE - CHANGES AWAITING APPROVAL FROM THE LAST RUN
000888*--------------------------------------------------------------*
000889 FD  PND-IN-FILE
000890     RECORDING MODE IS F.
000891     COPY SPECPND.
000892
000893*--------------------------------------------------------------*
000894*    PND-OUT-FILE - CHANGES STILL AWAITING APPROVAL AFTER THIS RUN
000895*--------------------------------------------------------------*
000896 FD  PND-OUT-FILE
000897     RECORDING MODE IS F.
000898 01  PND-OUT-RECORD              PIC X(47).
000899
000900*--------------------------------------------------------------*
000901*    HST-FILE - BEFORE/AFTER HISTORY OF APPLIED CHANGES
000902*--------------------------------------------------------------*
000903 FD  HST-FILE
000904     RECORDING MODE IS F.
000905     COPY SPECHST.
000890
000900 WORKING-STORAGE SECTION.
000910*--------------------------------------------------------------*
000960     05  WS-SPO-STATUS           PIC X(02) VALUE "00".
000970     05  WS-TRN-STATUS           PIC X(02) VALUE "00".
000980     05  WS-RPT-STATUS           PIC X(02) VALUE "00".
000981     05  WS-PNI-STATUS           PIC X(02) VALUE "00".
000982     05  WS-PNO-STATUS           PIC X(02) VALUE "00".
000983     05  WS-HST-STATUS           PIC X(02) VALUE "00".
000990
001000 01  WS-SPI-EOF-SW               PIC X(01) VALUE "N".
001010     88  WS-SPI-EOF                      VALUE "Y".
001040 01  WS-TRN-EOF-SW               PIC X(01) VALUE "N".
001050     88  WS-TRN-EOF                      VALUE "Y".
001060     88  WS-TRN-NOT-EOF                  VALUE "N".
001061
001062 01  WS-PNI-EOF-SW               PIC X(01) VALUE "N".
001063     88  WS-PNI-EOF                      VALUE "Y".
001064     88  WS-PNI-NOT-EOF                  VALUE "N".
001070
001080 01  WS-TRN-OK-SW                PIC X(01) VALUE "Y".
001090     88  WS-TRN-OK                       VALUE "Y".
001450 77  WS-VER-ANY-SW               PIC X(01) VALUE "N".
001460     88  WS-VER-ANY-FOUND                VALUE "Y".
001470 77  WS-TRN-EFF-NUM              PIC 9(08) VALUE 0.
001471
001472*--------------------------------------------------------------*
001473*    PENDING-APPROVAL TABLE - SPECPEND HELD IN STORAGE PLUS THE
001474*        ITEMS SUBMITTED THIS RUN.  AN ITEM LEAVES THE TABLE'S
001475*        PENDING STATE WHEN IT IS APPLIED, REJECTED OR EXPIRES;
001476*        ONLY ITEMS STILL PENDING ARE WRITTEN TO SPECPNDO.
001477*--------------------------------------------------------------*
001478 01  PNDT-TABLE.
001479     05  PNDT-ENTRY OCCURS 200 TIMES.
001480         10  PNDT-IMAGE.
001481             15  PNDT-ID.
001482                 20  PNDT-ID-DATE
001483                                 PIC 9(08).
001484                 20  PNDT-ID-SEQ PIC 9(03).
001485             15  PNDT-SUBMIT-USER
001486                                 PIC X(08).
001487             15  PNDT-CHANGE-IMAGE.
001488                 20  PNDT-ACTION PIC X(01).
001489                 20  PNDT-CODE   PIC 9(02).
001490                 20  PNDT-NAME   PIC X(10).
001491                 20  PNDT-LEGS   PIC 9(02).
001492                 20  PNDT-EFF-DATE
001493                                 PIC X(08).
001494                 20  PNDT-WEIGHT PIC X(05).
001495         10  PNDT-STATUS         PIC X(01).
001496             88  PNDT-PENDING            VALUE "P".
001497             88  PNDT-APPLIED            VALUE "A".
001498             88  PNDT-REJECTED           VALUE "R".
001499             88  PNDT-EXPIRED            VALUE "E".
001500         10  PNDT-NEW-SW         PIC X(01).
001501             88  PNDT-NEW                VALUE "Y".
001502         10  PNDT-REASON         PIC X(40).
001503 77  PNDT-COUNT                  PIC 9(03) VALUE 0.
001504 77  PNDT-MAX                    PIC 9(03) VALUE 200.
001505 77  WS-PND-IX                   PIC 9(03) VALUE 0.
001506 77  WS-PND-FOUND-IX             PIC 9(03) VALUE 0.
001507 77  WS-PND-NEXT-SEQ             PIC 9(04) VALUE 1.
001508 77  WS-PEND-EXPIRE-DAYS         PIC 9(03) VALUE 7.
001509 77  WS-PEND-AGE                 PIC 9(05) VALUE 0.
001471 77  WS-PEND-DAYS-ED             PIC ZZZZ9.
001510 77  WS-RUN-DAYS                 PIC 9(07) VALUE 0.
001511 77  WS-TRN-REQ-ACTION           PIC X(01) VALUE SPACE.
001512 77  WS-TRN-DISP                 PIC X(10) VALUE SPACES.
001513 77  WS-HST-BEFORE-IX            PIC 9(03) VALUE 0.
001514 77  WS-HST-AFTER-IX             PIC 9(03) VALUE 0.
001515
001516*--------------------------------------------------------------*
001517*    DAY-NUMBER WORK - A YYYYMMDD DATE BECOMES A COUNT OF DAYS
001518*        FROM 01/01/0001 SO A PENDING ITEM'S AGE IS A
001519*        SUBTRACTION.  THE TABLE HOLDS THE DAYS BEFORE THE FIRST
001520*        OF EACH MONTH IN A COMMON YEAR; MARCH ON IN A LEAP YEAR
001521*        TAKES ONE MORE.
001522*--------------------------------------------------------------*
001523 01  WS-DN-DATE-N                PIC 9(08) VALUE 0.
001524 01  WS-DN-DATE REDEFINES WS-DN-DATE-N.
001525     05  WS-DN-YYYY              PIC 9(04).
001526     05  WS-DN-MM                PIC 9(02).
001527     05  WS-DN-DD                PIC 9(02).
001528 01  WS-CUM-DAYS-VALUES          PIC X(36) VALUE
001529         "000031059090120151181212243273304334".
001530 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001531     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
001532 77  WS-DN-DAYS                  PIC 9(07) VALUE 0.
001533 77  WS-DN-YEARS                 PIC 9(04) VALUE 0.
001534 77  WS-DN-QUOT                  PIC 9(07) VALUE 0.
001535 77  WS-DN-REM4                  PIC 9(04) VALUE 0.
001536 77  WS-DN-REM100                PIC 9(04) VALUE 0.
001537 77  WS-DN-REM400                PIC 9(04) VALUE 0.
001480
001490*--------------------------------------------------------------*
001500*    MASTER UNLOAD WORK FIELDS
001690 77  WS-TRANS-ACCEPTED           PIC 9(05) VALUE 0.
001700 77  WS-TRANS-REJECTED           PIC 9(05) VALUE 0.
001710 77  WS-ENTRIES-WRITTEN          PIC 9(05) VALUE 0.
001711 77  WS-PEND-LOADED              PIC 9(05) VALUE 0.
001712 77  WS-PEND-SUBMITTED           PIC 9(05) VALUE 0.
001713 77  WS-PEND-APPLIED             PIC 9(05) VALUE 0.
001714 77  WS-PEND-REJECTED            PIC 9(05) VALUE 0.
001715 77  WS-PEND-EXPIRED             PIC 9(05) VALUE 0.
001716 77  WS-PEND-WAITING             PIC 9(05) VALUE 0.
001717 77  WS-HIST-WRITTEN             PIC 9(05) VALUE 0.
001720
001730*--------------------------------------------------------------*
001740*    RUN DATE / REPORT PAGINATION
002250     05  RPT-D-DISP              PIC X(10).
002260     05  RPT-D-REASON            PIC X(40).
002270     05  FILLER                  PIC X(18) VALUE SPACES.
002271
002272 01  RPT-SECTION-LINE.
002273     05  FILLER                  PIC X(01) VALUE SPACE.
002274     05  RPT-SEC-TITLE           PIC X(60).
002275     05  FILLER                  PIC X(71) VALUE SPACES.
002276
002277 01  RPT-PEND-LINE.
002278     05  FILLER                  PIC X(01) VALUE SPACE.
002279     05  FILLER                  PIC X(05) VALUE "ITEM ".
002280     05  RPT-P-ID                PIC 9(11).
002281     05  FILLER                  PIC X(05) VALUE "  BY ".
002282     05  RPT-P-USER              PIC X(08).
002283     05  FILLER                  PIC X(06) VALUE "  ACT ".
002284     05  RPT-P-ACTION            PIC X(01).
002285     05  FILLER                  PIC X(07) VALUE "  CODE ".
002286     05  RPT-P-CODE              PIC 9(02).
002287     05  FILLER                  PIC X(02) VALUE SPACES.
002288     05  RPT-P-NAME              PIC X(10).
002289     05  FILLER                  PIC X(07) VALUE "  LEGS ".
002290     05  RPT-P-LEGS              PIC X(02).
002291     05  FILLER                  PIC X(06) VALUE "  EFF ".
002292     05  RPT-P-EFF-DATE          PIC X(08).
002293     05  FILLER                  PIC X(04) VALUE "  WT".
002294     05  RPT-P-WEIGHT            PIC X(05).
002295     05  FILLER                  PIC X(02) VALUE SPACES.
002296     05  RPT-P-NOTE              PIC X(40).
002297
002298 01  RPT-NONE-LINE.
002299     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  FILLER                  PIC X(06) VALUE "(NONE)".
002301     05  FILLER                  PIC X(125) VALUE SPACES.
002280
002290 01  RPT-SUMMARY-LINE.
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002430     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002440         UNTIL WS-TRN-EOF.
002450     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT.
002451     PERFORM 3500-WRITE-PENDING-FILE THRU 3500-EXIT.
002452     PERFORM 4000-PRINT-PENDING-ITEMS THRU 4000-EXIT.
002460     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002480     STOP RUN.
002720             WS-SPO-STATUS
002730         STOP RUN
002740     END-IF.
002741     OPEN OUTPUT PND-OUT-FILE.
002742     IF WS-PNO-STATUS NOT = "00"
002743         DISPLAY "PND-OUT-FILE OPEN FAILED - STATUS "
002744             WS-PNO-STATUS
002745         STOP RUN
002746     END-IF.
002747     OPEN EXTEND HST-FILE.
002748     IF WS-HST-STATUS = "35"
002749         OPEN OUTPUT HST-FILE
002750     END-IF.
002751     IF WS-HST-STATUS NOT = "00"
002752         DISPLAY "HST-FILE OPEN FAILED - STATUS " WS-HST-STATUS
002753         STOP RUN
002754     END-IF.
002755     MOVE WS-RUN-DATE-NUM TO WS-DN-DATE-N.
002756     PERFORM 2800-COMPUTE-DAY-NUMBER THRU 2800-EXIT.
002757     MOVE WS-DN-DAYS TO WS-RUN-DAYS.
002750
002760     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
002765     PERFORM 1150-LOAD-PENDING THRU 1150-EXIT.
002770     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
002780
002790     SET WS-TRN-NOT-EOF TO TRUE.
003420     END-READ.
003430 1120-EXIT.
003440     EXIT.
003441
003442*--------------------------------------------------------------*
003443*    1150-LOAD-PENDING - SPECPEND INTO THE PENDING TABLE.  A
003444*        MISSING FILE MEANS NOTHING IS WAITING.  AN ITEM OLDER
003445*        THAN THE EXPIRY LIMIT IS DROPPED HERE, BEFORE ANY
003446*        APPROVAL IN THIS RUN CAN REACH IT, AND TODAY'S ITEM
003447*        NUMBERS CARRY ON FROM THE HIGHEST ALREADY ISSUED.
003448*--------------------------------------------------------------*
003449 1150-LOAD-PENDING.
003450     MOVE ZERO TO PNDT-COUNT.
003451     OPEN INPUT PND-IN-FILE.
003452     IF WS-PNI-STATUS = "35"
003453         DISPLAY "SPECPEND NOT FOUND - NOTHING AWAITING APPROVAL"
003454         GO TO 1150-EXIT
003455     END-IF.
003456     IF WS-PNI-STATUS NOT = "00"
003457         DISPLAY "PND-IN-FILE OPEN FAILED - STATUS "
003458             WS-PNI-STATUS
003459         STOP RUN
003460     END-IF.
003461     SET WS-PNI-NOT-EOF TO TRUE.
003462     READ PND-IN-FILE
003463         AT END SET WS-PNI-EOF TO TRUE
003464     END-READ.
003465     PERFORM 1160-LOAD-ONE-PENDING THRU 1160-EXIT
003466         UNTIL WS-PNI-EOF.
003467     CLOSE PND-IN-FILE.
003468 1150-EXIT.
003469     EXIT.
003470
003471 1160-LOAD-ONE-PENDING.
003472     IF PND-ID NOT NUMERIC
003473         DISPLAY "SPECPEND ITEM NUMBER NOT NUMERIC - SKIPPED"
003474         GO TO 1160-NEXT
003475     END-IF.
003476     IF PNDT-COUNT = PNDT-MAX
003477         DISPLAY "PENDING TABLE FULL - ITEM " PND-ID " SKIPPED"
003478         GO TO 1160-NEXT
003479     END-IF.
003480     ADD 1 TO PNDT-COUNT.
003481     ADD 1 TO WS-PEND-LOADED.
003482     MOVE PND-RECORD TO PNDT-IMAGE (PNDT-COUNT).
003483     SET PNDT-PENDING (PNDT-COUNT) TO TRUE.
003484     MOVE "N" TO PNDT-NEW-SW (PNDT-COUNT).
003485     MOVE SPACES TO PNDT-REASON (PNDT-COUNT).
003486     IF PND-ID-DATE = WS-RUN-DATE-NUM
003487             AND PND-ID-SEQ NOT < WS-PND-NEXT-SEQ
003488         COMPUTE WS-PND-NEXT-SEQ = PND-ID-SEQ + 1
003489     END-IF.
003490     MOVE PNDT-COUNT TO WS-PND-IX.
003491     PERFORM 2810-COMPUTE-PENDING-AGE THRU 2810-EXIT.
003492     IF WS-PEND-AGE > WS-PEND-EXPIRE-DAYS
003493         SET PNDT-EXPIRED (PNDT-COUNT) TO TRUE
003494         MOVE WS-PEND-EXPIRE-DAYS TO WS-PEND-DAYS-ED
003495         STRING "EXPIRED - NOT APPROVED WITHIN"
003496                 DELIMITED BY SIZE
003497             WS-PEND-DAYS-ED DELIMITED BY SIZE
003498             " DAYS" DELIMITED BY SIZE
003499             INTO PNDT-REASON (PNDT-COUNT)
003500         END-STRING
003501         ADD 1 TO WS-PEND-EXPIRED
003502     END-IF.
003503 1160-NEXT.
003504     READ PND-IN-FILE
003505         AT END SET WS-PNI-EOF TO TRUE
003506     END-READ.
003507 1160-EXIT.
003508     EXIT.
003450
003460*--------------------------------------------------------------*
003470*    1200-PRINT-HEADING - REPORT PAGE HEADER
003740     END-IF.
003750 1220-EXIT.
003760     EXIT.
003761
003762*--------------------------------------------------------------*
003763*    1230-PRINT-SECTION-TITLE - BLANK LINE AND SECTION TITLE,
003764*        KEPT OFF THE FOOT OF A PAGE
003765*--------------------------------------------------------------*
003766 1230-PRINT-SECTION-TITLE.
003767     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
003768         PERFORM 1210-NEW-PAGE THRU 1210-EXIT
003769     END-IF.
003770     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
003771     WRITE RPT-RECORD FROM RPT-SECTION-LINE.
003772     ADD 2 TO WS-LINE-COUNT.
003773 1230-EXIT.
003774     EXIT.
003770
003780*--------------------------------------------------------------*
003790*    2000-PROCESS-TRANSACTIONS - EDIT ONE TRANSACTION AND PARK
003791*        IT FOR APPROVAL, OR ACT ON AN APPROVE/REJECT
003800*--------------------------------------------------------------*
003810 2000-PROCESS-TRANSACTIONS.
003820     ADD 1 TO WS-TRANS-READ.
003830     SET WS-TRN-OK TO TRUE.
003840     MOVE SPACES TO WS-REJECT-REASON.
003841     MOVE SPACES TO WS-TRN-DISP.
003842     MOVE ZERO TO WS-TRN-EFF-NUM.
003843     MOVE TRN-ACTION TO WS-TRN-REQ-ACTION.
003850     PERFORM 2050-ROUTE-TRANSACTION THRU 2050-EXIT.
003860     IF WS-TRN-OK
003880         ADD 1 TO WS-TRANS-ACCEPTED
003890     ELSE
003895         MOVE "REJECTED  " TO WS-TRN-DISP
003900         ADD 1 TO WS-TRANS-REJECTED
003910     END-IF.
003920     PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT.
003950     END-READ.
003960 2000-EXIT.
003970     EXIT.
003971
003972*--------------------------------------------------------------*
003973*    2050-ROUTE-TRANSACTION - EVERY TRANSACTION NAMES ITS USER.
003974*        APPROVE AND REJECT WORK A PENDING ITEM; ADD, CHANGE AND
003975*        DEACTIVATE ARE EDITED NOW AND PARKED, TO BE EDITED
003976*        AGAIN WHEN THEY ARE APPROVED.
003977*--------------------------------------------------------------*
003978 2050-ROUTE-TRANSACTION.
003979     IF TRN-USER-ID = SPACES
003980         SET WS-TRN-BAD TO TRUE
003981         MOVE "USER ID REQUIRED" TO WS-REJECT-REASON
003982         GO TO 2050-EXIT
003983     END-IF.
003984     IF TRN-APPROVE OR TRN-REJECT
003985         PERFORM 2500-RESOLVE-PENDING THRU 2500-EXIT
003986         GO TO 2050-EXIT
003987     END-IF.
003988     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
003989     IF WS-TRN-OK
003990         PERFORM 2400-PARK-PENDING THRU 2400-EXIT
003991     END-IF.
003992 2050-EXIT.
003993     EXIT.
003980
003990*--------------------------------------------------------------*
004000*    2100-EDIT-TRANSACTION - VALIDATE ACTION, CODE, EFFECTIVE
005850*--------------------------------------------------------------*
005860 2300-WRITE-DETAIL-LINE.
005870     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
005880     MOVE WS-TRN-REQ-ACTION TO RPT-D-ACTION.
005890     MOVE TRN-CODE TO RPT-D-CODE.
005900     MOVE TRN-NAME TO RPT-D-NAME.
005910     MOVE TRN-LEGS TO RPT-D-LEGS.
005920     MOVE WS-TRN-EFF-NUM TO RPT-D-EFF-DATE.
005925     MOVE TRN-WEIGHT TO RPT-D-WEIGHT.
005930     MOVE WS-TRN-DISP TO RPT-D-DISP.
005980     MOVE WS-REJECT-REASON TO RPT-D-REASON.
005990     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
006000     ADD 1 TO WS-LINE-COUNT.
006010 2300-EXIT.
006020     EXIT.
006021
006022*--------------------------------------------------------------*
006023*    2400-PARK-PENDING - AN EDITED ADD/CHANGE/DEACTIVATE GOES TO
006024*        THE PENDING TABLE UNDER TODAY'S NEXT ITEM NUMBER,
006025*        EXACTLY AS SUBMITTED (A BLANK EFFECTIVE DATE STAYS
006026*        BLANK AND MEANS THE DAY IT IS APPROVED)
006027*--------------------------------------------------------------*
006028 2400-PARK-PENDING.
006029     IF PNDT-COUNT = PNDT-MAX
006030         SET WS-TRN-BAD TO TRUE
006031         MOVE "PENDING FILE FULL" TO WS-REJECT-REASON
006032         GO TO 2400-EXIT
006033     END-IF.
006034     IF WS-PND-NEXT-SEQ > 999
006035         SET WS-TRN-BAD TO TRUE
006036         MOVE "NO ITEM NUMBERS LEFT FOR TODAY" TO WS-REJECT-REASON
006037         GO TO 2400-EXIT
006038     END-IF.
006039     ADD 1 TO PNDT-COUNT.
006040     MOVE WS-RUN-DATE-NUM TO PNDT-ID-DATE (PNDT-COUNT).
006041     MOVE WS-PND-NEXT-SEQ TO PNDT-ID-SEQ (PNDT-COUNT).
006042     ADD 1 TO WS-PND-NEXT-SEQ.
006043     MOVE TRN-USER-ID TO PNDT-SUBMIT-USER (PNDT-COUNT).
006044     MOVE TRN-CHANGE-IMAGE TO PNDT-CHANGE-IMAGE (PNDT-COUNT).
006045     SET PNDT-PENDING (PNDT-COUNT) TO TRUE.
006046     MOVE "Y" TO PNDT-NEW-SW (PNDT-COUNT).
006047     MOVE SPACES TO PNDT-REASON (PNDT-COUNT).
006048     ADD 1 TO WS-PEND-SUBMITTED.
006049     MOVE "PENDING   " TO WS-TRN-DISP.
006050     STRING "ITEM " DELIMITED BY SIZE
006051         PNDT-ID (PNDT-COUNT) DELIMITED BY SIZE
006052         " AWAITS APPROVAL" DELIMITED BY SIZE
006053         INTO WS-REJECT-REASON
006054     END-STRING.
006055 2400-EXIT.
006056     EXIT.
006057
006058*--------------------------------------------------------------*
006059*    2500-RESOLVE-PENDING - FIND THE PENDING ITEM AN APPROVE OR
006060*        REJECT NAMES AND BRING ITS CHANGE INTO THE TRANSACTION
006061*        AREA, SO THE EDIT, THE APPLY AND THE REPORT LINE ALL
006062*        WORK ON THE CHANGE AS IT WAS SUBMITTED
006063*--------------------------------------------------------------*
006064 2500-RESOLVE-PENDING.
006065     IF TRN-PEND-ID NOT NUMERIC
006066         SET WS-TRN-BAD TO TRUE
006067         MOVE "PENDING ITEM NUMBER NOT NUMERIC"
006068             TO WS-REJECT-REASON
006068         GO TO 2500-EXIT
006069     END-IF.
006070     MOVE ZERO TO WS-PND-FOUND-IX.
006071     PERFORM 2510-FIND-ONE-PENDING THRU 2510-EXIT
006072         VARYING WS-PND-IX FROM 1 BY 1
006073         UNTIL WS-PND-IX > PNDT-COUNT
006074             OR WS-PND-FOUND-IX > ZERO.
006075     IF WS-PND-FOUND-IX = ZERO
006076         SET WS-TRN-BAD TO TRUE
006077         MOVE "PENDING ITEM NOT FOUND OR CLOSED"
006078             TO WS-REJECT-REASON
006078         GO TO 2500-EXIT
006079     END-IF.
006080     MOVE PNDT-CHANGE-IMAGE (WS-PND-FOUND-IX) TO TRN-CHANGE-IMAGE.
006081     IF WS-TRN-REQ-ACTION = "X"
006082         PERFORM 2550-REJECT-PENDING THRU 2550-EXIT
006083     ELSE
006084         PERFORM 2600-APPROVE-PENDING THRU 2600-EXIT
006085     END-IF.
006086 2500-EXIT.
006087     EXIT.
006088
006089 2510-FIND-ONE-PENDING.
006090     IF PNDT-ID (WS-PND-IX) = TRN-PEND-ID
006091             AND PNDT-PENDING (WS-PND-IX)
006092         MOVE WS-PND-IX TO WS-PND-FOUND-IX
006093     END-IF.
006094 2510-EXIT.
006095     EXIT.
006096
006097*--------------------------------------------------------------*
006098*    2550-REJECT-PENDING - ANY USER MAY REJECT AN ITEM; WHEN
006099*        THE SUBMITTER DOES IT, IT IS A WITHDRAWAL
006100*--------------------------------------------------------------*
006101 2550-REJECT-PENDING.
006102     SET PNDT-REJECTED (WS-PND-FOUND-IX) TO TRUE.
006103     MOVE SPACES TO PNDT-REASON (WS-PND-FOUND-IX).
006104     IF TRN-USER-ID = PNDT-SUBMIT-USER (WS-PND-FOUND-IX)
006105         MOVE "WITHDRAWN BY SUBMITTER"
006106             TO PNDT-REASON (WS-PND-FOUND-IX)
006107     ELSE
006108         STRING "REJECTED BY " DELIMITED BY SIZE
006109             TRN-USER-ID DELIMITED BY SPACE
006110             INTO PNDT-REASON (WS-PND-FOUND-IX)
006111         END-STRING
006112     END-IF.
006113     ADD 1 TO WS-PEND-REJECTED.
006114     MOVE "DROPPED   " TO WS-TRN-DISP.
006115     MOVE PNDT-REASON (WS-PND-FOUND-IX) TO WS-REJECT-REASON.
006116 2550-EXIT.
006117     EXIT.
006118
006119*--------------------------------------------------------------*
006120*    2600-APPROVE-PENDING - THE APPROVER MUST NOT BE THE
006121*        SUBMITTER.  THE CHANGE IS EDITED AGAIN AGAINST THE
006122*        MASTER AS IT STANDS NOW; ONE THAT NO LONGER PASSES IS
006123*        DROPPED WITH THE EDIT REASON.  ONE THAT PASSES IS
006124*        APPLIED AND LOGGED BEFORE/AFTER TO SPECHIST.
006125*--------------------------------------------------------------*
006126 2600-APPROVE-PENDING.
006127     IF TRN-USER-ID = PNDT-SUBMIT-USER (WS-PND-FOUND-IX)
006128         SET WS-TRN-BAD TO TRUE
006129         MOVE "APPROVER SAME AS SUBMITTER" TO WS-REJECT-REASON
006130         GO TO 2600-EXIT
006131     END-IF.
006132     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
006133     IF WS-TRN-BAD
006134         SET PNDT-REJECTED (WS-PND-FOUND-IX) TO TRUE
006135         MOVE SPACES TO PNDT-REASON (WS-PND-FOUND-IX)
006136         STRING "FAILED EDIT - " DELIMITED BY SIZE
006137             WS-REJECT-REASON DELIMITED BY SIZE
006138             INTO PNDT-REASON (WS-PND-FOUND-IX)
006139         END-STRING
006140         ADD 1 TO WS-PEND-REJECTED
006141         GO TO 2600-EXIT
006142     END-IF.
006143     PERFORM 2610-CAPTURE-BEFORE-IMAGE THRU 2610-EXIT.
006144     PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT.
006145     PERFORM 2620-WRITE-HISTORY THRU 2620-EXIT.
006146     SET PNDT-APPLIED (WS-PND-FOUND-IX) TO TRUE.
006147     ADD 1 TO WS-PEND-APPLIED.
006148     MOVE "APPLIED   " TO WS-TRN-DISP.
006149     STRING "ITEM " DELIMITED BY SIZE
006150         PNDT-ID (WS-PND-FOUND-IX) DELIMITED BY SIZE
006151         " FROM " DELIMITED BY SIZE
006152         PNDT-SUBMIT-USER (WS-PND-FOUND-IX) DELIMITED BY SPACE
006153         INTO WS-REJECT-REASON
006154     END-STRING.
006155 2600-EXIT.
006156     EXIT.
006157
006158*--------------------------------------------------------------*
006159*    2610-CAPTURE-BEFORE-IMAGE - THE VERSION THE CHANGE WILL
006160*        CORRECT IN PLACE, OR FAILING THAT THE BASE VERSION IT
006161*        WILL BE SEEDED FROM.  AN ADD HAS NO BEFORE IMAGE.
006162*--------------------------------------------------------------*
006163 2610-CAPTURE-BEFORE-IMAGE.
006164     MOVE "N" TO HST-BEF-FOUND.
006165     MOVE ZERO TO HST-BEF-EFF-DATE.
006166     MOVE SPACES TO HST-BEF-NAME.
006167     MOVE ZERO TO HST-BEF-LEGS.
006168     MOVE ZERO TO HST-BEF-WEIGHT.
006169     MOVE SPACE TO HST-BEF-ACTIVE.
006170     IF TRN-ADD
006171         GO TO 2610-EXIT
006172     END-IF.
006173     IF WS-VER-EXACT-IX > ZERO
006174         MOVE WS-VER-EXACT-IX TO WS-HST-BEFORE-IX
006175     ELSE
006176         MOVE WS-VER-BASE-IX TO WS-HST-BEFORE-IX
006177     END-IF.
006178     MOVE "Y" TO HST-BEF-FOUND.
006179     MOVE SPECV-EFF-DATE (WS-HST-BEFORE-IX) TO HST-BEF-EFF-DATE.
006180     MOVE SPECV-NAME (WS-HST-BEFORE-IX) TO HST-BEF-NAME.
006181     MOVE SPECV-LEGS (WS-HST-BEFORE-IX) TO HST-BEF-LEGS.
006182     MOVE SPECV-WEIGHT (WS-HST-BEFORE-IX) TO HST-BEF-WEIGHT.
006183     MOVE SPECV-ACTIVE (WS-HST-BEFORE-IX) TO HST-BEF-ACTIVE.
006184 2610-EXIT.
006185     EXIT.
006186
006187*--------------------------------------------------------------*
006188*    2620-WRITE-HISTORY - THE APPLIED VERSION AS IT NOW STANDS
006189*        IN THE TABLE, WITH WHO SUBMITTED AND WHO APPROVED
006190*--------------------------------------------------------------*
006191 2620-WRITE-HISTORY.
006192     IF TRN-ADD
006193         MOVE SPECV-COUNT TO WS-HST-AFTER-IX
006194     ELSE
006195         MOVE WS-VER-EXACT-IX TO WS-HST-AFTER-IX
006196     END-IF.
006197     MOVE WS-RUN-DATE-NUM TO HST-APPLY-DATE.
006198     MOVE PNDT-ID (WS-PND-FOUND-IX) TO HST-PEND-ID.
006199     MOVE TRN-ACTION TO HST-ACTION.
006200     MOVE TRN-CODE TO HST-CODE.
006201     MOVE PNDT-SUBMIT-USER (WS-PND-FOUND-IX) TO HST-SUBMIT-USER.
006202     MOVE TRN-USER-ID TO HST-APPROVE-USER.
006203     MOVE SPECV-EFF-DATE (WS-HST-AFTER-IX) TO HST-AFT-EFF-DATE.
006204     MOVE SPECV-NAME (WS-HST-AFTER-IX) TO HST-AFT-NAME.
006205     MOVE SPECV-LEGS (WS-HST-AFTER-IX) TO HST-AFT-LEGS.
006206     MOVE SPECV-WEIGHT (WS-HST-AFTER-IX) TO HST-AFT-WEIGHT.
006207     MOVE SPECV-ACTIVE (WS-HST-AFTER-IX) TO HST-AFT-ACTIVE.
006208     WRITE HST-RECORD.
006209     IF WS-HST-STATUS NOT = "00"
006210         DISPLAY "HST-FILE WRITE FAILED - STATUS " WS-HST-STATUS
006211         STOP RUN
006212     END-IF.
006213     ADD 1 TO WS-HIST-WRITTEN.
006214 2620-EXIT.
006215     EXIT.
006216
006217*--------------------------------------------------------------*
006218*    2800-COMPUTE-DAY-NUMBER - WS-DN-DATE-N (YYYYMMDD) TO A
006219*        DAY COUNT IN WS-DN-DAYS, 01/01/0001 BEING DAY 1
006220*--------------------------------------------------------------*
006221 2800-COMPUTE-DAY-NUMBER.
006222     IF WS-DN-MM < 1 OR WS-DN-MM > 12
006223         MOVE 1 TO WS-DN-MM
006224     END-IF.
006225     IF WS-DN-YYYY = ZERO
006226         MOVE 1 TO WS-DN-DAYS
006227         GO TO 2800-EXIT
006228     END-IF.
006229     COMPUTE WS-DN-YEARS = WS-DN-YYYY - 1.
006230     COMPUTE WS-DN-DAYS = WS-DN-YEARS * 365
006231         + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
006232     DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-QUOT.
006233     ADD WS-DN-QUOT TO WS-DN-DAYS.
006234     DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT.
006235     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.
006236     DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT.
006237     ADD WS-DN-QUOT TO WS-DN-DAYS.
006238     IF WS-DN-MM > 2
006239         DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
006240             REMAINDER WS-DN-REM4
006241         DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
006242             REMAINDER WS-DN-REM100
006243         DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
006244             REMAINDER WS-DN-REM400
006245         IF WS-DN-REM4 = ZERO
006246                 AND (WS-DN-REM100 NOT = ZERO
006247                     OR WS-DN-REM400 = ZERO)
006248             ADD 1 TO WS-DN-DAYS
006249         END-IF
006250     END-IF.
006251 2800-EXIT.
006252     EXIT.
006253
006254*--------------------------------------------------------------*
006255*    2810-COMPUTE-PENDING-AGE - WHOLE DAYS SINCE THE ITEM AT
006256*        WS-PND-IX WAS SUBMITTED
006257*--------------------------------------------------------------*
006258 2810-COMPUTE-PENDING-AGE.
006259     MOVE PNDT-ID-DATE (WS-PND-IX) TO WS-DN-DATE-N.
006260     PERFORM 2800-COMPUTE-DAY-NUMBER THRU 2800-EXIT.
006261     IF WS-DN-DAYS < WS-RUN-DAYS
006262         COMPUTE WS-PEND-AGE = WS-RUN-DAYS - WS-DN-DAYS
006263     ELSE
006264         MOVE ZERO TO WS-PEND-AGE
006265     END-IF.
006266 2810-EXIT.
006267     EXIT.
006030
006040*--------------------------------------------------------------*
006050*    3000-WRITE-NEW-MASTER - UNLOAD THE VERSION TABLE TO
006510     PERFORM 3110-PICK-EARLIEST-VERSION THRU 3110-EXIT.
006520 3120-EXIT.
006530     EXIT.
006531
006532*--------------------------------------------------------------*
006533*    3500-WRITE-PENDING-FILE - ITEMS STILL AWAITING APPROVAL TO
006534*        SPECPNDO, IN ITEM-NUMBER ORDER AS LOADED AND ISSUED
006535*--------------------------------------------------------------*
006536 3500-WRITE-PENDING-FILE.
006537     MOVE ZERO TO WS-PEND-WAITING.
006538     PERFORM 3510-WRITE-ONE-PENDING THRU 3510-EXIT
006539         VARYING WS-PND-IX FROM 1 BY 1
006540         UNTIL WS-PND-IX > PNDT-COUNT.
006541 3500-EXIT.
006542     EXIT.
006543
006544 3510-WRITE-ONE-PENDING.
006545     IF PNDT-PENDING (WS-PND-IX)
006546         WRITE PND-OUT-RECORD FROM PNDT-IMAGE (WS-PND-IX)
006547         ADD 1 TO WS-PEND-WAITING
006548     END-IF.
006549 3510-EXIT.
006550     EXIT.
006551
006552*--------------------------------------------------------------*
006553*    4000-PRINT-PENDING-ITEMS - THE ITEMS DROPPED FROM THE
006554*        APPROVAL QUEUE THIS RUN WITH THEIR REASONS, THEN THE
006555*        ITEMS STILL AWAITING APPROVAL WITH THEIR AGE
006556*--------------------------------------------------------------*
006557 4000-PRINT-PENDING-ITEMS.
006558     MOVE "CHANGES DROPPED FROM THE APPROVAL QUEUE"
006559         TO RPT-SEC-TITLE.
006559     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
006560     IF WS-PEND-REJECTED + WS-PEND-EXPIRED = ZERO
006561         WRITE RPT-RECORD FROM RPT-NONE-LINE
006562         ADD 1 TO WS-LINE-COUNT
006563     ELSE
006564         PERFORM 4100-PRINT-ONE-DROPPED THRU 4100-EXIT
006565             VARYING WS-PND-IX FROM 1 BY 1
006566             UNTIL WS-PND-IX > PNDT-COUNT
006567     END-IF.
006568     MOVE "CHANGES AWAITING APPROVAL" TO RPT-SEC-TITLE.
006569     PERFORM 1230-PRINT-SECTION-TITLE THRU 1230-EXIT.
006570     IF WS-PEND-WAITING = ZERO
006571         WRITE RPT-RECORD FROM RPT-NONE-LINE
006572         ADD 1 TO WS-LINE-COUNT
006573     ELSE
006574         PERFORM 4200-PRINT-ONE-AWAITING THRU 4200-EXIT
006575             VARYING WS-PND-IX FROM 1 BY 1
006576             UNTIL WS-PND-IX > PNDT-COUNT
006577     END-IF.
006578 4000-EXIT.
006579     EXIT.
006580
006581 4100-PRINT-ONE-DROPPED.
006582     IF NOT PNDT-REJECTED (WS-PND-IX)
006583             AND NOT PNDT-EXPIRED (WS-PND-IX)
006584         GO TO 4100-EXIT
006585     END-IF.
006586     MOVE PNDT-REASON (WS-PND-IX) TO RPT-P-NOTE.
006587     PERFORM 4300-WRITE-PENDING-LINE THRU 4300-EXIT.
006588 4100-EXIT.
006589     EXIT.
006590
006591 4200-PRINT-ONE-AWAITING.
006592     IF NOT PNDT-PENDING (WS-PND-IX)
006593         GO TO 4200-EXIT
006594     END-IF.
006595     MOVE SPACES TO RPT-P-NOTE.
006596     IF PNDT-NEW (WS-PND-IX)
006597         MOVE "SUBMITTED THIS RUN" TO RPT-P-NOTE
006598     ELSE
006599         PERFORM 2810-COMPUTE-PENDING-AGE THRU 2810-EXIT
006600         MOVE WS-PEND-AGE TO WS-PEND-DAYS-ED
006601         STRING "WAITING" DELIMITED BY SIZE
006602             WS-PEND-DAYS-ED DELIMITED BY SIZE
006603             " DAYS" DELIMITED BY SIZE
006604             INTO RPT-P-NOTE
006605         END-STRING
006606     END-IF.
006607     PERFORM 4300-WRITE-PENDING-LINE THRU 4300-EXIT.
006608 4200-EXIT.
006609     EXIT.
006610
006611 4300-WRITE-PENDING-LINE.
006612     PERFORM 1220-CHECK-PAGE-BREAK THRU 1220-EXIT.
006613     MOVE PNDT-ID (WS-PND-IX) TO RPT-P-ID.
006614     MOVE PNDT-SUBMIT-USER (WS-PND-IX) TO RPT-P-USER.
006615     MOVE PNDT-ACTION (WS-PND-IX) TO RPT-P-ACTION.
006616     MOVE PNDT-CODE (WS-PND-IX) TO RPT-P-CODE.
006617     MOVE PNDT-NAME (WS-PND-IX) TO RPT-P-NAME.
006618     MOVE PNDT-LEGS (WS-PND-IX) TO RPT-P-LEGS.
006619     MOVE PNDT-EFF-DATE (WS-PND-IX) TO RPT-P-EFF-DATE.
006620     MOVE PNDT-WEIGHT (WS-PND-IX) TO RPT-P-WEIGHT.
006621     WRITE RPT-RECORD FROM RPT-PEND-LINE.
006622     ADD 1 TO WS-LINE-COUNT.
006623 4300-EXIT.
006624     EXIT.
006540
006550*--------------------------------------------------------------*
006560*    8000-PRODUCE-SUMMARY - EDIT RUN TOTALS
006660     MOVE "TRANSACTIONS REJECTED" TO RPT-SUM-LABEL.
006670     MOVE WS-TRANS-REJECTED TO RPT-SUM-VALUE.
006680     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
006681     MOVE "PENDING CHANGES CARRIED IN" TO RPT-SUM-LABEL.
006682     MOVE WS-PEND-LOADED TO RPT-SUM-VALUE.
006683     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
006684     MOVE "NEW CHANGES PARKED FOR APPROVAL" TO RPT-SUM-LABEL.
006685     MOVE WS-PEND-SUBMITTED TO RPT-SUM-VALUE.
006686     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
006687     MOVE "CHANGES APPROVED AND APPLIED" TO RPT-SUM-LABEL.
006688     MOVE WS-PEND-APPLIED TO RPT-SUM-VALUE.
006689     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
006690     MOVE "PENDING CHANGES REJECTED" TO RPT-SUM-LABEL.
006691     MOVE WS-PEND-REJECTED TO RPT-SUM-VALUE.
006692     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
006693     MOVE "PENDING CHANGES EXPIRED" TO RPT-SUM-LABEL.
006694     MOVE WS-PEND-EXPIRED TO RPT-SUM-VALUE.
006695     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
006696     MOVE "CHANGES STILL AWAITING APPROVAL" TO RPT-SUM-LABEL.
006697     MOVE WS-PEND-WAITING TO RPT-SUM-VALUE.
006698     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
006699     MOVE "CHANGE HISTORY RECORDS WRITTEN" TO RPT-SUM-LABEL.
006700     MOVE WS-HIST-WRITTEN TO RPT-SUM-VALUE.
006700     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
006690     MOVE "VERSION RECORDS ON NEW MASTER" TO RPT-SUM-LABEL.
006700     MOVE WS-ENTRIES-WRITTEN TO RPT-SUM-VALUE.
006710     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
006730     DISPLAY "TRANSACTIONS ACCEPTED.. " WS-TRANS-ACCEPTED.
006740     DISPLAY "TRANSACTIONS REJECTED.. " WS-TRANS-REJECTED.
006750     DISPLAY "VERSIONS ON NEW MASTER. " WS-ENTRIES-WRITTEN.
006751     DISPLAY "CHANGES APPLIED........ " WS-PEND-APPLIED.
006752     DISPLAY "CHANGES AWAITING....... " WS-PEND-WAITING.
006760 8000-EXIT.
006770     EXIT.
006780
006830     CLOSE TRN-FILE.
006840     CLOSE SPEC-OUT-FILE.
006850     CLOSE RPT-FILE.
006851     CLOSE PND-OUT-FILE.
006852     CLOSE HST-FILE.
006860 9000-EXIT.
006870     EXIT.
