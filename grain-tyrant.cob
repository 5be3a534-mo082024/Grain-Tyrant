               ASSIGN TO DYNAMIC ARCHIVE-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVE-REPORT.
           SELECT DRY-RUN-FILE ASSIGN TO "DRYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DRY-RUN.
           SELECT PROJECTION-FILE ASSIGN TO "PROJRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROJECTION.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "DECEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADJUSTMENT.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERATOR-AUTH.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "KMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT-AUDIT.

       DATA DIVISION.
       FILE SECTION.
           05 HS-TOTAL-GRAIN-PRODUCED PIC 9(6).
           05 HS-SEP3 PIC X(1) VALUE SPACE.
           05 HS-TOTAL-STARVED PIC 9(5).
           05 HS-SEP4 PIC X(1) VALUE SPACE.
           05 HS-KINGDOM PIC X(20).

       FD  DECISIONS-FILE.
       01  DECISIONS-RECORD.
       FD  ARCHIVE-REPORT-FILE.
       01  ARCHIVE-REPORT-RECORD PIC X(80).

       FD  DRY-RUN-FILE.
       01  DRY-RUN-RECORD.
           05 DY-KINGDOM-NAME PIC X(20).
           05 DY-SEP1 PIC X(1).
           05 DY-SEED PIC 9(6).

       FD  PROJECTION-FILE.
       01  PROJECTION-RECORD PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-START-RECORD.
           05 RH-TAG PIC X(8).
           05 RH-SEP1 PIC X(1).
           05 RH-DATE PIC 9(8).
           05 RH-SEP2 PIC X(1).
           05 RH-TIME PIC 9(6).
       01  RUN-CONTROL-REIGN-RECORD.
           05 RR-TAG PIC X(8).
           05 RR-SEP1 PIC X(1).
           05 RR-KINGDOM PIC X(20).
           05 RR-SEP2 PIC X(1).
           05 RR-ORIGIN PIC X(7).
           05 RR-SEP3 PIC X(1).
           05 RR-START-YEAR PIC 9(4).
           05 RR-SEP4 PIC X(1).
           05 RR-END-YEAR PIC 9(4).
           05 RR-SEP5 PIC X(1).
           05 RR-DECISIONS PIC 9(4).
           05 RR-SEP6 PIC X(1).
           05 RR-ENDING PIC X(10).
           05 RR-SEP7 PIC X(1).
           05 RR-SCORE PIC 9(6).
           05 RR-SEP8 PIC X(1).
           05 RR-FILE-ERRORS PIC 9(4).
           05 RR-SEP9 PIC X(1).
           05 RR-LAST-STATUS PIC XX.
       01  RUN-CONTROL-END-RECORD.
           05 RT-TAG PIC X(8).
           05 RT-SEP1 PIC X(1).
           05 RT-DATE PIC 9(8).
           05 RT-SEP2 PIC X(1).
           05 RT-TIME PIC 9(6).
           05 RT-SEP3 PIC X(1).
           05 RT-REIGNS PIC 9(4).
           05 RT-SEP4 PIC X(1).
           05 RT-NEW PIC 9(4).
           05 RT-SEP5 PIC X(1).
           05 RT-RESUMED PIC 9(4).
           05 RT-SEP6 PIC X(1).
           05 RT-DECISIONS PIC 9(6).
           05 RT-SEP7 PIC X(1).
           05 RT-EXHAUSTED PIC 9(4).
           05 RT-SEP8 PIC X(1).
           05 RT-POPULATION-LOST PIC 9(4).
           05 RT-SEP9 PIC X(1).
           05 RT-FILE-ERRORS PIC 9(5).
           05 RT-SEP10 PIC X(1).
           05 RT-RETURN-CODE PIC 9(2).

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05 DX-KINGDOM PIC X(20).
           05 DX-SEP1 PIC X(1).
           05 DX-YEAR PIC 9(4).
           05 DX-SEP2 PIC X(1).
           05 DX-PHASE PIC X(6).
           05 DX-SEP3 PIC X(1).
           05 DX-FIELD PIC X(22).
           05 DX-SEP4 PIC X(1).
           05 DX-REQUESTED PIC X(5).
           05 DX-SEP5 PIC X(1).
           05 DX-APPLIED PIC X(5).
           05 DX-SEP6 PIC X(1).
           05 DX-REASON PIC X(30).

       FD  OPERATOR-AUTH-FILE.
       01  OPERATOR-AUTH-RECORD.
           05 OA-OPERATOR PIC X(8).
           05 OA-SEP1 PIC X(1).
           05 OA-INQUIRE PIC X(1).
           05 OA-SEP2 PIC X(1).
           05 OA-MAINTAIN PIC X(1).
           05 OA-SEP3 PIC X(1).
           05 OA-DELETE PIC X(1).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           05 MA-DATE PIC 9(8).
           05 MA-SEP1 PIC X(1).
           05 MA-TIME PIC 9(6).
           05 MA-SEP2 PIC X(1).
           05 MA-OPERATOR PIC X(8).
           05 MA-SEP3 PIC X(1).
           05 MA-KINGDOM PIC X(20).
           05 MA-SEP4 PIC X(1).
           05 MA-FIELD PIC X(12).
           05 MA-SEP5 PIC X(1).
           05 MA-BEFORE PIC X(8).
           05 MA-SEP6 PIC X(1).
           05 MA-AFTER PIC X(8).

       WORKING-STORAGE SECTION.
       01 FS-KINGDOM PIC XX.
       01 FS-OPERATOR-AUTH PIC XX.
       01 FS-MAINT-AUDIT PIC XX.
       01 OPERATOR-ID PIC X(8).
       01 OPERATOR-AUTH-EOF PIC X.
       01 OPERATOR-FOUND PIC X.
       01 MAY-DELETE PIC X.
       01 REFUSAL-REASON PIC X(8).
       01 DELETE-CONFIRM PIC X.
       01 AUDIT-FIELD PIC X(12).
       01 BEFORE-VALUE PIC X(8).
       01 AFTER-VALUE PIC X(8).
       01 AUDIT-DATE PIC 9(8).
       01 AUDIT-TIME-RAW PIC 9(8).
       01 AUDIT-TIME PIC 9(6).
       01 RESUME-GAME PIC X.
       01 KINGDOM-NAME PIC X(20).
       01 KINGDOM-FOUND PIC X VALUE 'N'.
       01 AGING-RATE PIC 9V99 VALUE 0.04.
       01 COHORT-LOSS PIC S9(4).
       01 COHORT-TAKE PIC 9(3).
       01 FS-DRY-RUN PIC XX.
       01 FS-PROJECTION PIC XX.
       01 DRY-RUN-MODE PIC X VALUE 'N'.
       01 DRY-RUN-SEED PIC 9(6) VALUE 0.
       01 DRY-RUN-BLOCK-FOUND PIC X VALUE 'N'.
       01 DRY-RUN-START-YEAR PIC 9(4).
       01 DRY-RUN-START-SEASON PIC X(6).
       01 DRY-RUN-START-DECISIONS PIC 9(4).
       01 DRY-RUN-DECISIONS-USED PIC 9(4).
       01 FS-RUN-CONTROL PIC XX.
       01 RUN-CONTROL-OPEN PIC X VALUE 'N'.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME-RAW PIC 9(8).
       01 RUN-TIME PIC 9(6).
       01 RUN-REIGN-COUNT PIC 9(4) VALUE 0.
       01 RUN-NEW-COUNT PIC 9(4) VALUE 0.
       01 RUN-RESUMED-COUNT PIC 9(4) VALUE 0.
       01 RUN-DECISIONS-COUNT PIC 9(6) VALUE 0.
       01 RUN-EXHAUSTED-COUNT PIC 9(4) VALUE 0.
       01 RUN-POPULATION-LOST-COUNT PIC 9(4) VALUE 0.
       01 RUN-FILE-ERROR-COUNT PIC 9(5) VALUE 0.
       01 RUN-NO-BLOCKS PIC X VALUE 'N'.
       01 RUN-SEVERITY PIC 9(2) VALUE 0.
       01 REIGN-START-YEAR PIC 9(4).
       01 REIGN-START-DECISIONS PIC 9(4).
       01 REIGN-DECISIONS-USED PIC 9(4).
       01 REIGN-ENDING PIC X(10).
       01 REIGN-FILE-ERRORS PIC 9(4) VALUE 0.
       01 REIGN-LAST-STATUS PIC XX VALUE "00".
       01 FILE-ERROR-STATUS PIC XX.
       01 FS-ADJUSTMENT PIC XX.
       01 RUN-ADJUSTMENT-COUNT PIC 9(5) VALUE 0.
       01 REQUESTED-FARMERS PIC 9(3).
       01 ADJUST-FIELD PIC X(22).
       01 ADJUST-REQUESTED PIC 9(5).
       01 ADJUST-APPLIED PIC 9(5).
       01 ADJUST-REQUESTED-TEXT PIC X(5).
       01 ADJUST-APPLIED-TEXT PIC X(5).
       01 ADJUST-REASON PIC X(30).
       01 PRINT-LINE PIC X(80).
       01 STAT-LINE.
           05 SL-YEAR PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ADULTS PIC ZZZ9.
           05 FILLER PIC X(9) VALUE "  Elders:".
           05 DL-ELDERS PIC ZZZ9.
       01 PROJECTION-LINE.
           05 PL-YEAR PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-GRAIN PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-FLAX PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-GOLD PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-DEBT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-PEOPLE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-UNREST PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-STARVED PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM CHECK-FOR-DRY-RUN-FILE
           IF DRY-RUN-MODE = 'Y'
               PERFORM RUN-DRY-RUN-REIGN
           ELSE
               PERFORM ENSURE-KINGDOM-FILE
               PERFORM CHECK-FOR-DECISIONS-FILE
               PERFORM DISPLAY-INTRO-SCREEN
               PERFORM ENSURE-HISCORE-FILE
               IF BATCH-MODE = 'Y'
                   PERFORM OPEN-RUN-CONTROL-FILE
                   PERFORM RESET-ADJUSTMENT-FILE
                   PERFORM READ-RUN-CONTROL-HEADER
                   IF BATCH-RUN-DONE = 'Y'
                       DISPLAY "No decision blocks in batch input."
                       MOVE 'Y' TO RUN-NO-BLOCKS
                   END-IF
                   PERFORM RUN-ONE-REIGN
                       UNTIL BATCH-RUN-DONE = 'Y'
                   CLOSE DECISIONS-FILE
                   PERFORM FINISH-RUN-CONTROL-FILE
               ELSE
                   PERFORM RUN-ONE-REIGN
               END-IF
           END-IF
           STOP RUN.

       RUN-ONE-REIGN.
           MOVE 0 TO REIGN-FILE-ERRORS
           MOVE "00" TO REIGN-LAST-STATUS
           PERFORM SELECT-KINGDOM
           PERFORM BUILD-REIGN-FILE-NAMES
           PERFORM ENSURE-LEDGER-FILE
           IF BATCH-MODE = 'Y' AND RESUME-GAME NOT = 'Y'
               PERFORM RESET-REPORT-FILE
           END-IF
           IF PHASE-NUM = 9
               COMPUTE REIGN-START-YEAR = YEAR + 1
           ELSE
               MOVE YEAR TO REIGN-START-YEAR
           END-IF
           MOVE DECISIONS-READ-COUNT TO REIGN-START-DECISIONS
           PERFORM OPEN-REIGN-FILES
           PERFORM SEED-RANDOM-GENERATOR
           PERFORM DISPLAY-HEADER
           PERFORM DISPLAY-GAME-OVER-SCREEN
           PERFORM ARCHIVE-REIGN-FILES
           IF BATCH-MODE = 'Y'
               PERFORM WRITE-RUN-CONTROL-REIGN
               PERFORM ADVANCE-TO-NEXT-REIGN
           END-IF.

                   END-IF
           END-READ.

       OPEN-RUN-CONTROL-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME
           COMPUTE RUN-TIME = RUN-TIME-RAW / 100
           OPEN OUTPUT RUN-CONTROL-FILE
           IF FS-RUN-CONTROL = "00"
               MOVE 'Y' TO RUN-CONTROL-OPEN
               MOVE "*START" TO RH-TAG
               MOVE SPACE TO RH-SEP1
               MOVE RUN-DATE TO RH-DATE
               MOVE SPACE TO RH-SEP2
               MOVE RUN-TIME TO RH-TIME
               WRITE RUN-CONTROL-START-RECORD
               IF FS-RUN-CONTROL NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE RUN CONTROL FILE, "
                       "STATUS " FS-RUN-CONTROL " ***"
                   ADD 1 TO RUN-FILE-ERROR-COUNT
               END-IF
           ELSE
               DISPLAY "*** UNABLE TO OPEN RUN CONTROL FILE, STATUS "
                   FS-RUN-CONTROL " ***"
               ADD 1 TO RUN-FILE-ERROR-COUNT
           END-IF.

       WRITE-RUN-CONTROL-REIGN.
           COMPUTE REIGN-DECISIONS-USED =
               DECISIONS-READ-COUNT - REIGN-START-DECISIONS
           EVALUATE TRUE
               WHEN PEOPLE = 0
                   MOVE "POPLOST" TO REIGN-ENDING
                   ADD 1 TO RUN-POPULATION-LOST-COUNT
               WHEN DECISIONS-EXHAUSTED = 'Y'
                   MOVE "EXHAUSTED" TO REIGN-ENDING
                   ADD 1 TO RUN-EXHAUSTED-COUNT
               WHEN OTHER
                   MOVE "DECISION" TO REIGN-ENDING
           END-EVALUATE
           ADD 1 TO RUN-REIGN-COUNT
           IF RESUME-GAME = 'Y'
               ADD 1 TO RUN-RESUMED-COUNT
           ELSE
               ADD 1 TO RUN-NEW-COUNT
           END-IF
           ADD REIGN-DECISIONS-USED TO RUN-DECISIONS-COUNT
           ADD REIGN-FILE-ERRORS TO RUN-FILE-ERROR-COUNT
           MOVE "*REIGN" TO RR-TAG
           MOVE SPACE TO RR-SEP1
           MOVE KINGDOM-NAME TO RR-KINGDOM
           MOVE SPACE TO RR-SEP2
           IF RESUME-GAME = 'Y'
               MOVE "RESUMED" TO RR-ORIGIN
           ELSE
               MOVE "NEW" TO RR-ORIGIN
           END-IF
           MOVE SPACE TO RR-SEP3
           MOVE REIGN-START-YEAR TO RR-START-YEAR
           MOVE SPACE TO RR-SEP4
           MOVE YEAR TO RR-END-YEAR
           MOVE SPACE TO RR-SEP5
           MOVE REIGN-DECISIONS-USED TO RR-DECISIONS
           MOVE SPACE TO RR-SEP6
           MOVE REIGN-ENDING TO RR-ENDING
           MOVE SPACE TO RR-SEP7
           MOVE FINAL-SCORE TO RR-SCORE
           MOVE SPACE TO RR-SEP8
           MOVE REIGN-FILE-ERRORS TO RR-FILE-ERRORS
           MOVE SPACE TO RR-SEP9
           MOVE REIGN-LAST-STATUS TO RR-LAST-STATUS
           IF RUN-CONTROL-OPEN = 'Y'
               WRITE RUN-CONTROL-REIGN-RECORD
               IF FS-RUN-CONTROL NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE RUN CONTROL FILE, "
                       "STATUS " FS-RUN-CONTROL " ***"
                   ADD 1 TO RUN-FILE-ERROR-COUNT
               END-IF
           END-IF.

       FINISH-RUN-CONTROL-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME
           COMPUTE RUN-TIME = RUN-TIME-RAW / 100
           EVALUATE TRUE
               WHEN RUN-FILE-ERROR-COUNT > 0
                   MOVE 8 TO RUN-SEVERITY
               WHEN RUN-POPULATION-LOST-COUNT > 0
                   OR RUN-EXHAUSTED-COUNT > 0
                   OR RUN-NO-BLOCKS = 'Y'
                   MOVE 4 TO RUN-SEVERITY
               WHEN OTHER
                   MOVE 0 TO RUN-SEVERITY
           END-EVALUATE
           MOVE "*END" TO RT-TAG
           MOVE SPACE TO RT-SEP1
           MOVE RUN-DATE TO RT-DATE
           MOVE SPACE TO RT-SEP2
           MOVE RUN-TIME TO RT-TIME
           MOVE SPACE TO RT-SEP3
           MOVE RUN-REIGN-COUNT TO RT-REIGNS
           MOVE SPACE TO RT-SEP4
           MOVE RUN-NEW-COUNT TO RT-NEW
           MOVE SPACE TO RT-SEP5
           MOVE RUN-RESUMED-COUNT TO RT-RESUMED
           MOVE SPACE TO RT-SEP6
           MOVE RUN-DECISIONS-COUNT TO RT-DECISIONS
           MOVE SPACE TO RT-SEP7
           MOVE RUN-EXHAUSTED-COUNT TO RT-EXHAUSTED
           MOVE SPACE TO RT-SEP8
           MOVE RUN-POPULATION-LOST-COUNT TO RT-POPULATION-LOST
           MOVE SPACE TO RT-SEP9
           MOVE RUN-FILE-ERROR-COUNT TO RT-FILE-ERRORS
           MOVE SPACE TO RT-SEP10
           MOVE RUN-SEVERITY TO RT-RETURN-CODE
           IF RUN-CONTROL-OPEN = 'Y'
               WRITE RUN-CONTROL-END-RECORD
               IF FS-RUN-CONTROL NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE RUN CONTROL FILE, "
                       "STATUS " FS-RUN-CONTROL " ***"
                   ADD 1 TO RUN-FILE-ERROR-COUNT
                   MOVE 8 TO RUN-SEVERITY
               END-IF
               CLOSE RUN-CONTROL-FILE
               MOVE 'N' TO RUN-CONTROL-OPEN
           END-IF
           DISPLAY "Batch run: " RUN-REIGN-COUNT " reigns, "
               RUN-DECISIONS-COUNT " decisions, "
               RUN-FILE-ERROR-COUNT " file errors, return code "
               RUN-SEVERITY
           DISPLAY "Decision adjustments: " RUN-ADJUSTMENT-COUNT
           MOVE RUN-SEVERITY TO RETURN-CODE.

       RESET-ADJUSTMENT-FILE.
           OPEN OUTPUT ADJUSTMENT-FILE
           IF FS-ADJUSTMENT = "00"
               CLOSE ADJUSTMENT-FILE
           ELSE
               DISPLAY "*** UNABLE TO OPEN ADJUSTMENT FILE, STATUS "
                   FS-ADJUSTMENT " ***"
               ADD 1 TO RUN-FILE-ERROR-COUNT
           END-IF.

       NOTE-DECISION-ADJUSTMENT.
           MOVE ADJUST-REQUESTED TO ADJUST-REQUESTED-TEXT
           MOVE ADJUST-APPLIED TO ADJUST-APPLIED-TEXT
           PERFORM WRITE-ADJUSTMENT-RECORD.

       WRITE-ADJUSTMENT-RECORD.
           IF BATCH-MODE = 'Y' AND DRY-RUN-MODE NOT = 'Y'
               MOVE KINGDOM-NAME TO DX-KINGDOM
               MOVE SPACE TO DX-SEP1
               MOVE YEAR TO DX-YEAR
               MOVE SPACE TO DX-SEP2
               MOVE SEASON TO DX-PHASE
               MOVE SPACE TO DX-SEP3
               MOVE ADJUST-FIELD TO DX-FIELD
               MOVE SPACE TO DX-SEP4
               MOVE ADJUST-REQUESTED-TEXT TO DX-REQUESTED
               MOVE SPACE TO DX-SEP5
               MOVE ADJUST-APPLIED-TEXT TO DX-APPLIED
               MOVE SPACE TO DX-SEP6
               MOVE ADJUST-REASON TO DX-REASON
               OPEN EXTEND ADJUSTMENT-FILE
               IF FS-ADJUSTMENT = "00"
                   WRITE ADJUSTMENT-RECORD
                   IF FS-ADJUSTMENT = "00"
                       ADD 1 TO RUN-ADJUSTMENT-COUNT
                   ELSE
                       DISPLAY "*** UNABLE TO WRITE ADJUSTMENT FILE, "
                           "STATUS " FS-ADJUSTMENT " ***"
                       MOVE FS-ADJUSTMENT TO FILE-ERROR-STATUS
                       PERFORM NOTE-FILE-ERROR
                   END-IF
                   CLOSE ADJUSTMENT-FILE
               ELSE
                   DISPLAY "*** UNABLE TO OPEN ADJUSTMENT FILE, "
                       "STATUS " FS-ADJUSTMENT " ***"
                   MOVE FS-ADJUSTMENT TO FILE-ERROR-STATUS
                   PERFORM NOTE-FILE-ERROR
               END-IF
           END-IF.

       NOTE-FILE-ERROR.
           ADD 1 TO REIGN-FILE-ERRORS
           MOVE FILE-ERROR-STATUS TO REIGN-LAST-STATUS.

       CHECK-FOR-DECISIONS-FILE.
           OPEN INPUT DECISIONS-FILE
           IF FS-DECISIONS = "00"
               MOVE 'N' TO BATCH-MODE
           END-IF.

       CHECK-FOR-DRY-RUN-FILE.
           OPEN INPUT DRY-RUN-FILE
           IF FS-DRY-RUN = "00"
               MOVE 'Y' TO DRY-RUN-MODE
               READ DRY-RUN-FILE
                   AT END
                       MOVE SPACES TO KINGDOM-NAME
                   NOT AT END
                       MOVE DY-KINGDOM-NAME TO KINGDOM-NAME
                       IF DY-SEED IS NUMERIC
                           MOVE DY-SEED TO DRY-RUN-SEED
                       END-IF
               END-READ
               CLOSE DRY-RUN-FILE
           END-IF.

       RUN-DRY-RUN-REIGN.
           DISPLAY "*** DRY RUN ONLY - NO LIVE FILES UPDATED ***"
           DISPLAY "Dry run of reign: " KINGDOM-NAME
           PERFORM CHECK-FOR-DECISIONS-FILE
           IF BATCH-MODE NOT = 'Y'
               DISPLAY "*** UNABLE TO OPEN DECISIONS FILE, STATUS "
                   FS-DECISIONS " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF KINGDOM-NAME NOT = SPACES
                   PERFORM LOOKUP-KINGDOM
               END-IF
               IF KINGDOM-NAME = SPACES OR KINGDOM-FOUND NOT = 'Y'
                   DISPLAY "*** NO SAVED REIGN NAMED "
                       KINGDOM-NAME " ***"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM FIND-DRY-RUN-DECISIONS
                   IF DRY-RUN-BLOCK-FOUND NOT = 'Y'
                       DISPLAY "*** NO DECISION BLOCK FOR "
                           KINGDOM-NAME " ***"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM PROJECT-DRY-RUN-REIGN
                   END-IF
               END-IF
               CLOSE DECISIONS-FILE
           END-IF
           DISPLAY "*** DRY RUN ONLY - NO LIVE FILES UPDATED ***".

       FIND-DRY-RUN-DECISIONS.
           MOVE 'N' TO DRY-RUN-BLOCK-FOUND
           PERFORM READ-RUN-CONTROL-HEADER
           PERFORM SKIP-TO-NEXT-DECISION-BLOCK
               UNTIL DECISIONS-FILE-ENDED = 'Y'
               OR (NEXT-KINGDOM-PENDING = 'Y'
                   AND PENDING-KINGDOM-NAME = KINGDOM-NAME)
           IF NEXT-KINGDOM-PENDING = 'Y'
               AND PENDING-KINGDOM-NAME = KINGDOM-NAME
               MOVE 'Y' TO DRY-RUN-BLOCK-FOUND
               MOVE 'N' TO NEXT-KINGDOM-PENDING
               MOVE SPACES TO PENDING-KINGDOM-NAME
           END-IF.

       SKIP-TO-NEXT-DECISION-BLOCK.
           MOVE 'N' TO NEXT-KINGDOM-PENDING
           MOVE 'N' TO HELD-DECISION
           PERFORM DRAIN-DECISION-BLOCK
               UNTIL NEXT-KINGDOM-PENDING = 'Y'
               OR DECISIONS-FILE-ENDED = 'Y'.

       PROJECT-DRY-RUN-REIGN.
           OPEN OUTPUT PROJECTION-FILE
           IF FS-PROJECTION NOT = "00"
               DISPLAY "*** UNABLE TO OPEN PROJECTION FILE, STATUS "
                   FS-PROJECTION " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM BUILD-REIGN-FILE-NAMES
               PERFORM LOAD-MARKET-HISTORY
               PERFORM RESTORE-CHECKPOINT
               IF KINGDOM-FOUND NOT = 'Y'
                   DISPLAY "*** CHECKPOINT FOR " KINGDOM-NAME
                       " COULD NOT BE READ; DRY RUN ABANDONED ***"
                   CLOSE PROJECTION-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM SKIP-CONSUMED-DECISIONS
                   IF DRY-RUN-SEED > 0
                       MOVE DRY-RUN-SEED TO RANDOM-SEED
                   END-IF
                   MOVE YEAR TO DRY-RUN-START-YEAR
                   MOVE SEASON TO DRY-RUN-START-SEASON
                   MOVE DECISIONS-READ-COUNT
                       TO DRY-RUN-START-DECISIONS
                   PERFORM WRITE-PROJECTION-HEADER
                   PERFORM SEED-RANDOM-GENERATOR
                   PERFORM DISPLAY-HEADER
                   PERFORM GAME-LOOP
                       UNTIL CONTINUE-GAME = 'N'
                       OR CONTINUE-GAME = 'n'
                       OR PEOPLE = 0
                   PERFORM DISPLAY-GAME-OVER-SCREEN
                   PERFORM WRITE-PROJECTION-TRAILER
                   CLOSE PROJECTION-FILE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-PROJECTION-HEADER.
           MOVE "GRAIN TYRANT - DRY RUN PROJECTION" TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE
           MOVE FUNCTION CONCATENATE(
               "Kingdom: ", KINGDOM-NAME) TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE
           MOVE FUNCTION CONCATENATE(
               "From checkpoint: year ", YEAR, " season ", SEASON,
               " decisions used ", DECISIONS-READ-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE
           MOVE FUNCTION CONCATENATE(
               "Random seed: ", RANDOM-SEED) TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE
           MOVE "No saved reign, journal or score file is updated."
               TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE
           MOVE "Year  Grain   Flax  Gold   Debt   Pop   Unr  Strv"
               TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE.

       WRITE-PROJECTION-YEAR.
           MOVE YEAR TO PL-YEAR
           MOVE GRAIN TO PL-GRAIN
           MOVE FLAX TO PL-FLAX
           MOVE GOLD TO PL-GOLD
           MOVE GOLD-DEBT TO PL-DEBT
           MOVE PEOPLE TO PL-PEOPLE
           MOVE UNREST TO PL-UNREST
           MOVE YEAR-STARVED TO PL-STARVED
           MOVE PROJECTION-LINE TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE.

       WRITE-PROJECTION-TRAILER.
           COMPUTE DRY-RUN-DECISIONS-USED =
               DECISIONS-READ-COUNT - DRY-RUN-START-DECISIONS
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE
           MOVE FUNCTION CONCATENATE(
               "Decision records applied: ", DRY-RUN-DECISIONS-USED)
               TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE
           EVALUATE TRUE
               WHEN PEOPLE = 0
                   MOVE "Reign would end: population lost"
                       TO PRINT-LINE
               WHEN DECISIONS-EXHAUSTED = 'Y'
                   MOVE "Reign would end: decision block exhausted"
                       TO PRINT-LINE
               WHEN OTHER
                   MOVE "Reign would end: ended by decision"
                       TO PRINT-LINE
           END-EVALUATE
           PERFORM WRITE-PROJECTION-LINE
           MOVE FUNCTION CONCATENATE(
               "Final year: ", YEAR, "  Total starved: ",
               TOTAL-STARVED) TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE
           MOVE FUNCTION CONCATENATE(
               "Projected final score: ", FINAL-SCORE)
               TO PRINT-LINE
           PERFORM WRITE-PROJECTION-LINE.

       WRITE-PROJECTION-LINE.
           MOVE PRINT-LINE TO PROJECTION-RECORD
           WRITE PROJECTION-RECORD
           DISPLAY PRINT-LINE.

       BUILD-REIGN-FILE-NAMES.
           MOVE FUNCTION CONCATENATE(
               "LEDGER-", FUNCTION TRIM(KINGDOM-NAME), ".DAT")
           ELSE
               DISPLAY "*** UNABLE TO OPEN REPORT FILE, STATUS "
                   FS-REPORT " ***"
               MOVE FS-REPORT TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF.

       ENSURE-REPORT-FILE.
           IF FS-LEDGER NOT = "00"
               DISPLAY "*** UNABLE TO OPEN LEDGER FILE, STATUS "
                   FS-LEDGER " ***"
               MOVE FS-LEDGER TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               DISPLAY "*** UNABLE TO OPEN JOURNAL FILE, STATUS "
                   FS-JOURNAL " ***"
               MOVE FS-JOURNAL TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF
           OPEN EXTEND EVENTS-FILE
           IF FS-EVENTS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EVENTS FILE, STATUS "
                   FS-EVENTS " ***"
               MOVE FS-EVENTS TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF
           OPEN EXTEND MARKET-FILE
           IF FS-MARKET NOT = "00"
               DISPLAY "*** UNABLE TO OPEN MARKET FILE, STATUS "
                   FS-MARKET " ***"
               MOVE FS-MARKET TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF
           IF BATCH-MODE = 'Y'
               OPEN EXTEND REPORT-FILE
               IF FS-REPORT NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN REPORT FILE, "
                       "STATUS " FS-REPORT " ***"
                   MOVE FS-REPORT TO FILE-ERROR-STATUS
                   PERFORM NOTE-FILE-ERROR
               END-IF
           END-IF
           MOVE 'Y' TO REIGN-FILES-OPEN.
           MOVE ROLL-TYPE TO EV-TYPE
           MOVE SPACE TO EV-SEP3
           MOVE ROLL-VALUE TO EV-VALUE
           IF DRY-RUN-MODE NOT = 'Y'
               WRITE EVENTS-RECORD
               IF FS-EVENTS NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE EVENTS FILE, STATUS "
                       FS-EVENTS " ***"
                   MOVE FS-EVENTS TO FILE-ERROR-STATUS
                   PERFORM NOTE-FILE-ERROR
               END-IF
           END-IF.

       ENSURE-MARKET-FILE.
           MOVE GRAIN-PRICE TO MK-GRAIN-PRICE
           MOVE SPACE TO MK-SEP2
           MOVE FLAX-PRICE TO MK-FLAX-PRICE
           IF DRY-RUN-MODE NOT = 'Y'
               WRITE MARKET-RECORD
               IF FS-MARKET NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE MARKET FILE, STATUS "
                       FS-MARKET " ***"
                   MOVE FS-MARKET TO FILE-ERROR-STATUS
                   PERFORM NOTE-FILE-ERROR
               END-IF
           END-IF.

       DISPLAY-INTRO-SCREEN.
           IF BATCH-MODE NOT = 'Y'
               ACCEPT FARMERS
           END-IF
           MOVE FARMERS TO REQUESTED-FARMERS
           IF FARMERS > ADULTS
               DISPLAY "You don't have that many working adults."
               MOVE ADULTS TO FARMERS
               MOVE "DR-FARMERS" TO ADJUST-FIELD
               MOVE REQUESTED-FARMERS TO ADJUST-REQUESTED
               MOVE FARMERS TO ADJUST-APPLIED
               MOVE "NOT ENOUGH WORKING ADULTS" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
           END-IF
           IF UNREST >= REFUSAL-UNREST-LEVEL AND FARMERS > 0
               COMPUTE REFUSING-FARMERS = FARMERS / 4
               SUBTRACT REFUSING-FARMERS FROM FARMERS
               DISPLAY "Unrest! " REFUSING-FARMERS
                   " farmers refuse to work the fields."
               MOVE "DR-FARMERS" TO ADJUST-FIELD
               MOVE REQUESTED-FARMERS TO ADJUST-REQUESTED
               MOVE FARMERS TO ADJUST-APPLIED
               MOVE "FARMERS REFUSED, UNREST" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
           END-IF
           COMPUTE LABORERS = ADULTS - FARMERS
           MOVE FUNCTION CONCATENATE(
           IF BATCH-MODE NOT = 'Y'
               ACCEPT GRAIN-TO-SOW
           END-IF
           MOVE GRAIN-TO-SOW TO ADJUST-REQUESTED
           IF GRAIN-TO-SOW > MAX-SOWABLE
               DISPLAY "Can't sow that much. Sowing max."
               MOVE MAX-SOWABLE TO GRAIN-TO-SOW
               MOVE "DR-GRAIN-TO-SOW" TO ADJUST-FIELD
               MOVE GRAIN-TO-SOW TO ADJUST-APPLIED
               MOVE "MORE THAN FARMERS CAN SOW" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
           END-IF
           IF GRAIN-TO-SOW > GRAIN
               DISPLAY "Not enough grain. Sowing all."
               MOVE GRAIN TO GRAIN-TO-SOW
               MOVE "DR-GRAIN-TO-SOW" TO ADJUST-FIELD
               MOVE GRAIN-TO-SOW TO ADJUST-APPLIED
               MOVE "NOT ENOUGH GRAIN IN STORE" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
           END-IF
           MOVE GRAIN TO JOURNAL-BEFORE
           SUBTRACT GRAIN-TO-SOW FROM GRAIN
           IF BATCH-MODE NOT = 'Y'
               ACCEPT FLAX-TO-SOW
           END-IF
           MOVE FLAX-TO-SOW TO ADJUST-REQUESTED
           IF FLAX-TO-SOW > MAX-FLAX-SOWABLE
               DISPLAY "Can't sow that much. Sowing max."
               MOVE MAX-FLAX-SOWABLE TO FLAX-TO-SOW
               MOVE "DR-FLAX-TO-SOW" TO ADJUST-FIELD
               MOVE FLAX-TO-SOW TO ADJUST-APPLIED
               MOVE "MORE THAN FARMERS CAN SOW" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
           END-IF
           IF FLAX-TO-SOW > FLAX
               DISPLAY "Not enough flax. Sowing all."
               MOVE FLAX TO FLAX-TO-SOW
               MOVE "DR-FLAX-TO-SOW" TO ADJUST-FIELD
               MOVE FLAX-TO-SOW TO ADJUST-APPLIED
               MOVE "NOT ENOUGH FLAX IN STORE" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
           END-IF
           MOVE FLAX TO JOURNAL-BEFORE
           SUBTRACT FLAX-TO-SOW FROM FLAX
           END-IF
           IF GRAIN-TO-SELL > GRAIN
               DISPLAY "Not enough grain. Selling all."
               MOVE "DR-GRAIN-TO-SELL" TO ADJUST-FIELD
               MOVE GRAIN-TO-SELL TO ADJUST-REQUESTED
               MOVE GRAIN TO ADJUST-APPLIED
               MOVE "NOT ENOUGH GRAIN IN STORE" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
               MOVE GRAIN TO GRAIN-TO-SELL
           END-IF
           COMPUTE GOLD-EARNED = GRAIN-TO-SELL * GRAIN-PRICE
                   GRAIN-TO-BUY * GRAIN-PRICE
               IF BUY-COST > GOLD
                   COMPUTE MAX-AFFORDABLE = GOLD / GRAIN-PRICE
                   MOVE "DR-GRAIN-TO-BUY" TO ADJUST-FIELD
                   MOVE GRAIN-TO-BUY TO ADJUST-REQUESTED
                   MOVE MAX-AFFORDABLE TO ADJUST-APPLIED
                   MOVE "NOT ENOUGH GOLD" TO ADJUST-REASON
                   PERFORM NOTE-DECISION-ADJUSTMENT
                   MOVE MAX-AFFORDABLE TO GRAIN-TO-BUY
                   COMPUTE BUY-COST ROUNDED =
                       GRAIN-TO-BUY * GRAIN-PRICE
           END-IF
           IF FLAX-TO-SELL > FLAX
               DISPLAY "Not enough flax. Selling all."
               MOVE "DR-FLAX-TO-SELL" TO ADJUST-FIELD
               MOVE FLAX-TO-SELL TO ADJUST-REQUESTED
               MOVE FLAX TO ADJUST-APPLIED
               MOVE "NOT ENOUGH FLAX IN STORE" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
               MOVE FLAX TO FLAX-TO-SELL
           END-IF
           COMPUTE FLAX-EARNED = FLAX-TO-SELL * FLAX-PRICE
                   FLAX-TO-BUY * FLAX-PRICE
               IF BUY-COST > GOLD
                   COMPUTE MAX-AFFORDABLE = GOLD / FLAX-PRICE
                   MOVE "DR-FLAX-TO-BUY" TO ADJUST-FIELD
                   MOVE FLAX-TO-BUY TO ADJUST-REQUESTED
                   MOVE MAX-AFFORDABLE TO ADJUST-APPLIED
                   MOVE "NOT ENOUGH GOLD" TO ADJUST-REASON
                   PERFORM NOTE-DECISION-ADJUSTMENT
                   MOVE MAX-AFFORDABLE TO FLAX-TO-BUY
                   COMPUTE BUY-COST ROUNDED =
                       FLAX-TO-BUY * FLAX-PRICE
                   "Built granary, capacity ", GRANARY-CAPACITY)
                   TO SL-ACTION
               PERFORM DISPLAY-STATS
           ELSE
               IF BUILD-GRANARY = 'Y' OR BUILD-GRANARY = 'y'
                   DISPLAY "Not enough gold to build a granary."
                   MOVE "DR-BUILD-GRANARY" TO ADJUST-FIELD
                   MOVE "Y" TO ADJUST-REQUESTED-TEXT
                   MOVE "N" TO ADJUST-APPLIED-TEXT
                   MOVE "NOT ENOUGH GOLD" TO ADJUST-REASON
                   PERFORM WRITE-ADJUSTMENT-RECORD
               END-IF
           END-IF
           PERFORM APPLY-GRAIN-SPOILAGE
           PERFORM ROLL-WINTER-EVENT
           IF TAX-RATE > TAX-RATE-MAX
               DISPLAY "The subjects would revolt. Taxing at "
                   TAX-RATE-MAX "."
               MOVE "DR-TAX-RATE" TO ADJUST-FIELD
               MOVE TAX-RATE TO ADJUST-REQUESTED
               MOVE TAX-RATE-MAX TO ADJUST-APPLIED
               MOVE "ABOVE TAX-RATE-MAX" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
               MOVE TAX-RATE-MAX TO TAX-RATE
           END-IF
           COMPUTE TAX-COLLECTED = ADULTS * TAX-RATE
               ACCEPT ACCEPTED-IMMIGRANTS
           END-IF
           IF ACCEPTED-IMMIGRANTS > POTENTIAL-IMMIGRANTS
               MOVE "DR-ACCEPTED-IMMIGRANTS" TO ADJUST-FIELD
               MOVE ACCEPTED-IMMIGRANTS TO ADJUST-REQUESTED
               MOVE POTENTIAL-IMMIGRANTS TO ADJUST-APPLIED
               MOVE "MORE THAN POTENTIAL IMMIGRANTS" TO ADJUST-REASON
               PERFORM NOTE-DECISION-ADJUSTMENT
               MOVE POTENTIAL-IMMIGRANTS TO ACCEPTED-IMMIGRANTS
           END-IF
           MOVE PEOPLE TO JOURNAL-BEFORE
                   DISPLAY "*** UNABLE TO OPEN KINGDOM FILE, "
                       "STATUS " FS-KINGDOM " ***"
                   DISPLAY "*** KINGDOM.DAT NOT RECREATED; IF THE"
                       " RECORD LAYOUT IS STALE, RUN"
                       " KINGDOM-CONVERT ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           END-IF.

       DELETE-KINGDOM.
           DISPLAY "Operator id?"
           ACCEPT OPERATOR-ID
           PERFORM LOAD-OPERATOR-AUTHORITY
           IF MAY-DELETE NOT = 'Y'
               DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
                   " is not authorized to delete reigns."
               MOVE "*REFUSED*" TO AUDIT-FIELD
               MOVE "DELETE" TO BEFORE-VALUE
               MOVE REFUSAL-REASON TO AFTER-VALUE
               PERFORM WRITE-MAINT-AUDIT-RECORD
           ELSE
               OPEN I-O KINGDOM-FILE
               IF FS-KINGDOM = "00"
                   MOVE KINGDOM-NAME TO KM-NAME
                   READ KINGDOM-FILE
                       INVALID KEY
                           DISPLAY "No reign by that name."
                       NOT INVALID KEY
                           PERFORM CONFIRM-DELETE-KINGDOM
                   END-READ
                   CLOSE KINGDOM-FILE
               ELSE
                   DISPLAY "*** UNABLE TO OPEN KINGDOM FILE, STATUS "
                       FS-KINGDOM " ***"
               END-IF
           END-IF.

       CONFIRM-DELETE-KINGDOM.
           DISPLAY "  " KM-NAME " year " KM-YEAR
               " season " KM-SEASON " phase " KM-PHASE-NUM
           DISPLAY "  people " KM-PEOPLE " grain " KM-GRAIN
               " flax " KM-FLAX
           DISPLAY "  gold " KM-GOLD " debt " KM-GOLD-DEBT
           DISPLAY "Delete the reign of " FUNCTION TRIM(KM-NAME)
               "? (Y/N)"
           ACCEPT DELETE-CONFIRM
           MOVE FUNCTION UPPER-CASE(DELETE-CONFIRM)
               TO DELETE-CONFIRM
           IF DELETE-CONFIRM = 'Y'
               DELETE KINGDOM-FILE
                   INVALID KEY
                       DISPLAY "*** UNABLE TO DELETE KINGDOM RECORD, "
                           "STATUS " FS-KINGDOM " ***"
                   NOT INVALID KEY
                       PERFORM LOG-KINGDOM-DELETION
                       DISPLAY "Reign deleted."
               END-DELETE
           ELSE
               DISPLAY "Reign not deleted."
           END-IF.

       LOG-KINGDOM-DELETION.
           MOVE "DELETED" TO AFTER-VALUE
           MOVE "YEAR" TO AUDIT-FIELD
           MOVE KM-YEAR TO BEFORE-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD
           MOVE "SEASON" TO AUDIT-FIELD
           MOVE KM-SEASON TO BEFORE-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD
           MOVE "PHASE" TO AUDIT-FIELD
           MOVE KM-PHASE-NUM TO BEFORE-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD
           MOVE "PEOPLE" TO AUDIT-FIELD
           MOVE KM-PEOPLE TO BEFORE-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD
           MOVE "GRAIN" TO AUDIT-FIELD
           MOVE KM-GRAIN TO BEFORE-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD
           MOVE "FLAX" TO AUDIT-FIELD
           MOVE KM-FLAX TO BEFORE-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD
           MOVE "GOLD" TO AUDIT-FIELD
           MOVE KM-GOLD TO BEFORE-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD
           MOVE "GOLD-DEBT" TO AUDIT-FIELD
           MOVE KM-GOLD-DEBT TO BEFORE-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD.

       LOAD-OPERATOR-AUTHORITY.
           MOVE 'N' TO OPERATOR-FOUND
           MOVE 'N' TO MAY-DELETE
           MOVE "UNKNOWN" TO REFUSAL-REASON
           IF OPERATOR-ID NOT = SPACES
               OPEN INPUT OPERATOR-AUTH-FILE
               IF FS-OPERATOR-AUTH NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN OPERATOR AUTH FILE, "
                       "STATUS " FS-OPERATOR-AUTH " ***"
                   MOVE "NO FILE" TO REFUSAL-REASON
               ELSE
                   MOVE 'N' TO OPERATOR-AUTH-EOF
                   PERFORM FIND-NEXT-OPERATOR
                       UNTIL OPERATOR-AUTH-EOF = 'Y'
                       OR OPERATOR-FOUND = 'Y'
                   CLOSE OPERATOR-AUTH-FILE
               END-IF
           END-IF.

       FIND-NEXT-OPERATOR.
           READ OPERATOR-AUTH-FILE
               AT END
                   MOVE 'Y' TO OPERATOR-AUTH-EOF
               NOT AT END
                   IF OA-OPERATOR = OPERATOR-ID
                       MOVE 'Y' TO OPERATOR-FOUND
                       MOVE "DENIED" TO REFUSAL-REASON
                       IF OA-DELETE = 'Y'
                           MOVE 'Y' TO MAY-DELETE
                       END-IF
                   END-IF
           END-READ.

       WRITE-MAINT-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME-RAW FROM TIME
           COMPUTE AUDIT-TIME = AUDIT-TIME-RAW / 100
           MOVE AUDIT-DATE TO MA-DATE
           MOVE SPACE TO MA-SEP1
           MOVE AUDIT-TIME TO MA-TIME
           MOVE SPACE TO MA-SEP2
           MOVE OPERATOR-ID TO MA-OPERATOR
           MOVE SPACE TO MA-SEP3
           MOVE KINGDOM-NAME TO MA-KINGDOM
           MOVE SPACE TO MA-SEP4
           MOVE AUDIT-FIELD TO MA-FIELD
           MOVE SPACE TO MA-SEP5
           MOVE BEFORE-VALUE TO MA-BEFORE
           MOVE SPACE TO MA-SEP6
           MOVE AFTER-VALUE TO MA-AFTER
           OPEN EXTEND MAINT-AUDIT-FILE
           IF FS-MAINT-AUDIT NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           IF FS-MAINT-AUDIT = "00"
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE
           ELSE
               DISPLAY "*** UNABLE TO OPEN MAINT AUDIT FILE, "
                   "STATUS " FS-MAINT-AUDIT " ***"
           END-IF.

       CLEAR-CHECKPOINT.
           ELSE
               DISPLAY "*** UNABLE TO CLEAR SAVED REIGN, STATUS "
                   FS-KINGDOM " ***"
               MOVE FS-KINGDOM TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF.

       RESTORE-CHECKPOINT.
           ELSE
               DISPLAY "*** UNABLE TO OPEN KINGDOM FILE, STATUS "
                   FS-KINGDOM " ***"
               MOVE FS-KINGDOM TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF
           IF KINGDOM-FOUND = 'N'
               IF DRY-RUN-MODE NOT = 'Y'
                   PERFORM INITIALIZE-GAME
               END-IF
           ELSE
               MOVE KM-YEAR TO YEAR
               MOVE KM-SEASON TO SEASON
           MOVE TAX-RATE TO KM-TAX-RATE
           MOVE UNREST TO KM-UNREST
           MOVE TOTAL-TAX-COLLECTED TO KM-TOTAL-TAX-COLLECTED
           IF DRY-RUN-MODE NOT = 'Y'
               PERFORM FLUSH-REIGN-FILES
               OPEN I-O KINGDOM-FILE
               IF FS-KINGDOM = "00"
                   WRITE KINGDOM-RECORD
                       INVALID KEY
                           REWRITE KINGDOM-RECORD
                   END-WRITE
                   CLOSE KINGDOM-FILE
               ELSE
                   DISPLAY "*** UNABLE TO SAVE REIGN, STATUS "
                       FS-KINGDOM " ***"
                   MOVE FS-KINGDOM TO FILE-ERROR-STATUS
                   PERFORM NOTE-FILE-ERROR
               END-IF
           END-IF.

       DISPLAY-STATS.
           MOVE GRAIN TO SL-GRAIN
           MOVE FLAX TO SL-FLAX
           MOVE GOLD TO SL-GOLD
           IF BATCH-MODE = 'Y' AND DRY-RUN-MODE NOT = 'Y'
               PERFORM WRITE-REPORT-LINE
           ELSE
               DISPLAY STAT-LINE
               MOVE CHILDREN TO DL-CHILDREN
               MOVE ADULTS TO DL-ADULTS
               MOVE ELDERS TO DL-ELDERS
               IF BATCH-MODE = 'Y' AND DRY-RUN-MODE NOT = 'Y'
                   PERFORM WRITE-DEMO-REPORT-LINE
               ELSE
                   DISPLAY DEMO-LINE
               END-IF
           END-IF
           IF YEAR-END-FLAG = 'Y'
               IF DRY-RUN-MODE = 'Y'
                   PERFORM WRITE-PROJECTION-YEAR
               ELSE
                   PERFORM WRITE-LEDGER-RECORD
               END-IF
               MOVE 'N' TO YEAR-END-FLAG
           END-IF.

           IF FS-REPORT NOT = "00"
               DISPLAY "*** UNABLE TO WRITE REPORT FILE, STATUS "
                   FS-REPORT " ***"
               MOVE FS-REPORT TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF.

       WRITE-JOURNAL-RECORD.
           MOVE JOURNAL-BEFORE TO JR-BEFORE
           MOVE SPACE TO JR-SEP5
           MOVE JOURNAL-AFTER TO JR-AFTER
           IF DRY-RUN-MODE NOT = 'Y'
               WRITE JOURNAL-RECORD
               IF FS-JOURNAL NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE JOURNAL FILE, "
                       "STATUS " FS-JOURNAL " ***"
                   MOVE FS-JOURNAL TO FILE-ERROR-STATUS
                   PERFORM NOTE-FILE-ERROR
               END-IF
           END-IF.

       WRITE-DEMO-REPORT-LINE.
           IF FS-REPORT NOT = "00"
               DISPLAY "*** UNABLE TO WRITE REPORT FILE, STATUS "
                   FS-REPORT " ***"
               MOVE FS-REPORT TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF.

       WRITE-LEDGER-RECORD.
           IF FS-LEDGER NOT = "00"
               DISPLAY "*** UNABLE TO WRITE LEDGER FILE, STATUS "
                   FS-LEDGER " ***"
               MOVE FS-LEDGER TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF.

       WRITE-HISCORE-RECORD.
           MOVE TOTAL-GRAIN-PRODUCED TO HS-TOTAL-GRAIN-PRODUCED
           MOVE SPACE TO HS-SEP3
           MOVE TOTAL-STARVED TO HS-TOTAL-STARVED
           MOVE SPACE TO HS-SEP4
           MOVE KINGDOM-NAME TO HS-KINGDOM
           IF DRY-RUN-MODE NOT = 'Y'
               OPEN EXTEND HISCORE-FILE
               IF FS-HISCORE = "00"
                   WRITE HISCORE-RECORD
                   CLOSE HISCORE-FILE
               ELSE
                   DISPLAY "*** UNABLE TO OPEN HISCORE FILE, STATUS "
                       FS-HISCORE " ***"
                   MOVE FS-HISCORE TO FILE-ERROR-STATUS
                   PERFORM NOTE-FILE-ERROR
               END-IF
           END-IF.

       RECONCILE-GRAIN-LEDGER.
           ELSE
               DISPLAY "*** UNABLE TO OPEN ARCHIVE CATALOG, STATUS "
                   FS-ARCHIVE-CATALOG " ***"
               MOVE FS-ARCHIVE-CATALOG TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF
           PERFORM WRITE-REIGN-SUMMARY.

           MOVE TOTAL-TAX-COLLECTED TO RS-TOTAL-TAX-COLLECTED
           MOVE SPACE TO RS-SEP22
           MOVE UNREST TO RS-UNREST
           PERFORM ENSURE-REIGN-SUMMARY-FILE
           OPEN EXTEND REIGN-SUMMARY-FILE
           IF FS-REIGN-SUMMARY = "00"
               WRITE REIGN-SUMMARY-RECORD
           ELSE
               DISPLAY "*** UNABLE TO OPEN REIGN SUMMARY FILE, "
                   "STATUS " FS-REIGN-SUMMARY " ***"
               MOVE FS-REIGN-SUMMARY TO FILE-ERROR-STATUS
               PERFORM NOTE-FILE-ERROR
           END-IF.

       ENSURE-REIGN-SUMMARY-FILE.
           OPEN INPUT REIGN-SUMMARY-FILE
           IF FS-REIGN-SUMMARY = "00"
               CLOSE REIGN-SUMMARY-FILE
           ELSE
               OPEN OUTPUT REIGN-SUMMARY-FILE
               CLOSE REIGN-SUMMARY-FILE
           END-IF.

       ENSURE-ARCHIVE-CATALOG.
               ELSE
                   DISPLAY "*** UNABLE TO OPEN LEDGER ARCHIVE, "
                       "STATUS " FS-ARCHIVE-LEDGER " ***"
                   MOVE FS-ARCHIVE-LEDGER TO FILE-ERROR-STATUS
                   PERFORM NOTE-FILE-ERROR
               END-IF
               CLOSE LEDGER-FILE
           END-IF.
               ELSE
                   DISPLAY "*** UNABLE TO OPEN REPORT ARCHIVE, "
                       "STATUS " FS-ARCHIVE-REPORT " ***"
                   MOVE FS-ARCHIVE-REPORT TO FILE-ERROR-STATUS
                   PERFORM NOTE-FILE-ERROR
               END-IF
               CLOSE REPORT-FILE
           END-IF.
