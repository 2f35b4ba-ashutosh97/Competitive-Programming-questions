000290*                   WEIGHT FIELDS ADDED - OLD ROWS PREDATE
000291*                   BOTH CHECKS AND LOAD UNFLAGGED WITH ZERO
000292*                   COUNTS AND WEIGHTS.
000293*  10/15/2026 RLH   AUD-CEIL-FLAG ADDED - OLD ROWS PREDATE THE
000294*                   SET REGISTRY AND LOAD UNCHECKED.
000295*  10/15/2026 RLH   AUD-MAN-SPECIES ADDED - OLD ROWS DID NOT
000296*                   KEEP THE MANIFEST SPECIES LIST AND LOAD
000297*                   WITH SPACES.
000298*  10/15/2026 RLH   EVERY ROW LOADED IS ALSO JOURNALED ON
000299*                   AUDJRNL (JRNREC) FOR FORWARD RECOVERY OF
000299*                   LCMAUDIT - RUN AUDBKUP FIRST TO START THE
000299*                   JOURNAL.
000293*--------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS AUD-KEY
000400         FILE STATUS IS WS-AUD-STATUS.
000401     SELECT JRN-FILE ASSIGN TO "AUDJRNL"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS WS-JRN-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000640*--------------------------------------------------------------*
000650 FD  AUD-FILE.
000660     COPY AUDREC.
000661
000662*--------------------------------------------------------------*
000663*    JRN-FILE - LCMAUDIT FORWARD-RECOVERY JOURNAL, ONE ENTRY
000664*        PER AUDIT ROW LOADED, APPENDED TO THE CURRENT
000665*        GENERATION
000666*--------------------------------------------------------------*
000667 FD  JRN-FILE
000668     RECORDING MODE IS F.
000669     COPY JRNREC.
000670
000680 WORKING-STORAGE SECTION.
000690*--------------------------------------------------------------*
000720 01  WS-FILE-STATUSES.
000730     05  WS-OLD-STATUS           PIC X(02) VALUE "00".
000740     05  WS-AUD-STATUS           PIC X(02) VALUE "00".
000745     05  WS-JRN-STATUS           PIC X(02) VALUE "00".
000750
000760 01  WS-OLD-EOF-SW               PIC X(01) VALUE "N".
000770     88  WS-OLD-EOF                      VALUE "Y".
000990 77  WS-ROWS-READ                PIC 9(07) VALUE 0.
001000 77  WS-ROWS-LOADED              PIC 9(07) VALUE 0.
001010 77  WS-ROWS-SKIPPED             PIC 9(07) VALUE 0.
001011
001012*--------------------------------------------------------------*
001013*    FORWARD-RECOVERY JOURNAL - 9710-WRITE-JOURNAL TAKES THE
001014*        ACTION AND BEFORE IMAGE FROM HERE AND THE AFTER IMAGE
001015*        FROM AUD-RECORD
001016*--------------------------------------------------------------*
001017 01  WS-JRN-ACTION               PIC X(01) VALUE SPACE.
001018 01  WS-JRN-BEFORE-IMAGE         PIC X(380) VALUE SPACES.
001019 77  WS-JRN-ENTRIES              PIC 9(07) VALUE 0.
001020
001030 PROCEDURE DIVISION.
001040*--------------------------------------------------------------*
001310         DISPLAY "AUD-FILE OPEN FAILED - STATUS " WS-AUD-STATUS
001320         STOP RUN
001330     END-IF.
001335     PERFORM 9700-OPEN-JOURNAL THRU 9700-EXIT.
001340     SET WS-OLD-NOT-EOF TO TRUE.
001350     READ OLD-AUD-FILE
001360         AT END SET WS-OLD-EOF TO TRUE
001785     MOVE ZERO TO AUD-DECL-WEIGHT.
001786     MOVE ZERO TO AUD-CALC-WEIGHT.
001787     MOVE SPACE TO AUD-WEIGHT-FLAG.
001788     MOVE SPACE TO AUD-CEIL-FLAG.
001789     MOVE SPACES TO AUD-MAN-SPECIES.
001790     WRITE AUD-RECORD
001800         INVALID KEY CONTINUE
001810     END-WRITE.
001850         DISPLAY "AUD-FILE WRITE FAILED - STATUS " WS-AUD-STATUS
001860         STOP RUN
001870     END-IF.
001871     MOVE "A" TO WS-JRN-ACTION.
001872     MOVE SPACES TO WS-JRN-BEFORE-IMAGE.
001873     PERFORM 9710-WRITE-JOURNAL THRU 9710-EXIT.
001880     ADD 1 TO WS-ROWS-LOADED.
001890 2100-EXIT.
001900     EXIT.
002080 9000-TERMINATE.
002090     CLOSE OLD-AUD-FILE.
002100     CLOSE AUD-FILE.
002105     CLOSE JRN-FILE.
002110     DISPLAY "OLD AUDIT ROWS READ.... " WS-ROWS-READ.
002120     DISPLAY "ROWS LOADED............ " WS-ROWS-LOADED.
002130     DISPLAY "ROWS SKIPPED........... " WS-ROWS-SKIPPED.
002135     DISPLAY "ROWS JOURNALED......... " WS-JRN-ENTRIES.
002140 9000-EXIT.
002150     EXIT.
002160
002170*--------------------------------------------------------------*
002180*    9700-OPEN-JOURNAL - EVERY LCMAUDIT UPDATE IS JOURNALED ON
002190*        AUDJRNL FOR FORWARD RECOVERY.  AUDBKUP STARTS EACH
002200*        JOURNAL GENERATION WITH A BACKUP OF LCMAUDIT, SO NO
002210*        JOURNAL MEANS NO BACKUP TO RECOVER FROM - THE RUN IS
002220*        REFUSED.
002230*--------------------------------------------------------------*
002240 9700-OPEN-JOURNAL.
002250     OPEN EXTEND JRN-FILE.
002260     IF WS-JRN-STATUS = "35"
002270         DISPLAY "AUDJRNL NOT FOUND - RUN AUDBKUP TO BACK UP"
002280             " LCMAUDIT AND START THE JOURNAL"
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320     IF WS-JRN-STATUS NOT = "00"
002330         DISPLAY "JRN-FILE OPEN FAILED - STATUS " WS-JRN-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370 9700-EXIT.
002380     EXIT.
002390
002400*--------------------------------------------------------------*
002410*    9710-WRITE-JOURNAL - ONE D ENTRY FOR THE UPDATE JUST MADE.
002420*        THE CALLER SETS WS-JRN-ACTION AND WS-JRN-BEFORE-IMAGE;
002430*        THE AFTER IMAGE IS AUD-RECORD (NONE FOR A DELETE).
002440*--------------------------------------------------------------*
002450 9710-WRITE-JOURNAL.
002460     MOVE SPACES TO JRN-RECORD.
002470     MOVE "D" TO JRN-REC-TYPE.
002480     MOVE "AUDCONV" TO JRN-PROGRAM.
002490     ACCEPT JRN-DATE FROM DATE YYYYMMDD.
002500     ACCEPT JRN-TIME FROM TIME.
002510     MOVE WS-JRN-ACTION TO JRN-ACTION.
002520     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
002530     IF NOT JRN-DELETE
002540         MOVE AUD-RECORD TO JRN-AFTER-IMAGE
002550     END-IF.
002560     WRITE JRN-RECORD.
002570     IF WS-JRN-STATUS NOT = "00"
002580         DISPLAY "JRN-FILE WRITE FAILED - STATUS " WS-JRN-STATUS
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     ADD 1 TO WS-JRN-ENTRIES.
002630 9710-EXIT.
002640     EXIT.
