       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIGN-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KINGDOM-FILE ASSIGN TO "KINGDOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-NAME
               FILE STATUS IS FS-KINGDOM.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEDGER.
           SELECT EVENTS-FILE ASSIGN TO DYNAMIC EVENTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EVENTS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RECOVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECOVERY-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  KINGDOM-FILE.
       01  KINGDOM-RECORD.
           05 KM-NAME PIC X(20).
           05 KM-YEAR PIC 9(4).
           05 KM-SEASON PIC X(6).
           05 KM-GRAIN PIC 9(5).
           05 KM-PEOPLE PIC 9(3).
           05 KM-GOLD PIC 9(3).
           05 KM-TOTAL-GRAIN-PRODUCED PIC 9(6).
           05 KM-TOTAL-STARVED PIC 9(5).
           05 KM-TOTAL-GRAIN-SOLD PIC 9(6).
           05 KM-TOTAL-GRAIN-CONSUMED PIC 9(6).
           05 KM-STARTING-GRAIN PIC 9(5).
           05 KM-FLAX PIC 9(5).
           05 KM-TOTAL-FLAX-PRODUCED PIC 9(6).
           05 KM-GOLD-DEBT PIC 9(5).
           05 KM-FARMERS PIC 9(3).
           05 KM-LABORERS PIC 9(3).
           05 KM-PHASE-NUM PIC 9.
           05 KM-YEAR-STARVED PIC 9(3).
           05 KM-TOTAL-GRAIN-SOWN PIC 9(6).
           05 KM-GRAIN-TO-SOW PIC 9(4).
           05 KM-FLAX-TO-SOW PIC 9(4).
           05 KM-GRAIN-TO-SELL PIC 9(5).
           05 KM-FLAX-TO-SELL PIC 9(5).
           05 KM-TAKE-LOAN PIC X.
           05 KM-ACCEPTED-IMMIGRANTS PIC 9(3).
           05 KM-DECISIONS-READ-COUNT PIC 9(4).
           05 KM-GRANARY-CAPACITY PIC 9(5).
           05 KM-TOTAL-GRAIN-SPOILED PIC 9(6).
           05 KM-BUILD-GRANARY PIC X.
           05 KM-GRAIN-TO-BUY PIC 9(5).
           05 KM-FLAX-TO-BUY PIC 9(5).
           05 KM-TOTAL-GRAIN-BOUGHT PIC 9(6).
           05 KM-CHILDREN PIC 9(3).
           05 KM-ADULTS PIC 9(3).
           05 KM-ELDERS PIC 9(3).
           05 KM-ROLL-COUNT PIC 9(4).
           05 KM-GRAIN-PRICE PIC 9V99.
           05 KM-FLAX-PRICE PIC 9V99.
           05 KM-LAST-GRAIN-PRICE PIC 9V99.
           05 KM-LAST-FLAX-PRICE PIC 9V99.
           05 KM-TAX-RATE PIC 9(2).
           05 KM-UNREST PIC 9(3).
           05 KM-TOTAL-TAX-COLLECTED PIC 9(6).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-YEAR PIC 9(4).
           05 JR-SEP1 PIC X(1).
           05 JR-SEASON PIC X(6).
           05 JR-SEP2 PIC X(1).
           05 JR-CODE PIC X(4).
           05 JR-SEP3 PIC X(1).
           05 JR-QUANTITY PIC 9(6).
           05 JR-SEP4 PIC X(1).
           05 JR-BEFORE PIC 9(6).
           05 JR-SEP5 PIC X(1).
           05 JR-AFTER PIC 9(6).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LR-YEAR PIC 9(4).
           05 LR-REST PIC X(37).

       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05 EV-YEAR PIC 9(4).
           05 EV-SEP1 PIC X(1).
           05 EV-SEASON PIC X(6).
           05 EV-SEP2 PIC X(1).
           05 EV-TYPE PIC X(8).
           05 EV-SEP3 PIC X(1).
           05 EV-VALUE PIC 9(6)V99.

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-KINGDOM PIC XX.
       01 FS-JOURNAL PIC XX.
       01 FS-LEDGER PIC XX.
       01 FS-EVENTS PIC XX.
       01 FS-RECOVERY-REPORT PIC XX.
       01 KINGDOM-NAME PIC X(20).
       01 JOURNAL-NAME PIC X(32).
       01 LEDGER-NAME PIC X(32).
       01 EVENTS-NAME PIC X(32).
       01 JOURNAL-EOF PIC X VALUE 'N'.
       01 LEDGER-EOF PIC X VALUE 'N'.
       01 EVENTS-EOF PIC X VALUE 'N'.
       01 JOURNAL-COUNT PIC 9(6) VALUE 0.
       01 UNKNOWN-CODE-COUNT PIC 9(6) VALUE 0.
       01 COMPLETE-YEARS PIC 9(4) VALUE 0.
       01 AT-YEAR-BOUNDARY PIC X VALUE 'N'.
       01 UNAPPLIED-ENTRIES PIC 9(6) VALUE 0.
       01 LEDGER-FOUND PIC X VALUE 'N'.
       01 LEDGER-YEARS PIC 9(4) VALUE 0.
       01 EVENTS-FOUND PIC X VALUE 'N'.
       01 EVENT-ROLLS PIC 9(5) VALUE 0.
       01 EXPECTED-ROLLS PIC 9(5).
       01 GRAIN-PRICE-FOUND PIC X VALUE 'N'.
       01 FLAX-PRICE-FOUND PIC X VALUE 'N'.
       01 RECOVERED-GRAIN-PRICE PIC 9V99 VALUE 0.
       01 RECOVERED-FLAX-PRICE PIC 9V99 VALUE 0.
       01 GRAIN-BREAKS PIC 9(5) VALUE 0.
       01 FLAX-BREAKS PIC 9(5) VALUE 0.
       01 GOLD-BREAKS PIC 9(5) VALUE 0.
       01 DEBT-BREAKS PIC 9(5) VALUE 0.
       01 PEOPLE-BREAKS PIC 9(5) VALUE 0.
       01 UNREST-BREAKS PIC 9(5) VALUE 0.
       01 COHORT-BREAKS PIC 9(5) VALUE 0.
       01 COHORT-LOSS PIC S9(7).
       01 COHORT-TAKE PIC 9(6).
       01 COHORT-SUM PIC 9(7).
       01 LABORER-WAGE-RATE PIC 9(3) VALUE 2.
       01 GRANARY-BUILD-SIZE PIC 9(4) VALUE 1000.
       01 STARTING-GRANARY PIC 9(5) VALUE 5000.
       01 STARTING-GRAIN PIC 9(5) VALUE 1000.
       01 WAGE-REMAINDER PIC 9(3).
       01 TAX-REMAINDER PIC 9(3).
       01 RATE-WORK PIC 9(6).
       01 REPLAY-STATE.
           05 RP-YEAR PIC 9(4).
           05 RP-GRAIN PIC 9(6).
           05 RP-FLAX PIC 9(6).
           05 RP-GOLD PIC 9(6).
           05 RP-DEBT PIC 9(6).
           05 RP-PEOPLE PIC 9(6).
           05 RP-CHILDREN PIC 9(6).
           05 RP-ADULTS PIC 9(6).
           05 RP-ELDERS PIC 9(6).
           05 RP-UNREST PIC 9(6).
           05 RP-FARMERS PIC 9(6).
           05 RP-LABORERS PIC 9(6).
           05 RP-LABOR-EXACT PIC X.
           05 RP-GRANARIES-BUILT PIC 9(4).
           05 RP-TOTAL-GRAIN-PRODUCED PIC 9(7).
           05 RP-TOTAL-STARVED PIC 9(7).
           05 RP-TOTAL-GRAIN-SOLD PIC 9(7).
           05 RP-TOTAL-GRAIN-CONSUMED PIC 9(7).
           05 RP-TOTAL-GRAIN-SOWN PIC 9(7).
           05 RP-TOTAL-GRAIN-SPOILED PIC 9(7).
           05 RP-TOTAL-GRAIN-BOUGHT PIC 9(7).
           05 RP-TOTAL-FLAX-PRODUCED PIC 9(7).
           05 RP-TOTAL-TAX-COLLECTED PIC 9(7).
           05 RP-YEAR-STARVED PIC 9(6).
           05 RP-GRAIN-TO-SOW PIC 9(6).
           05 RP-FLAX-TO-SOW PIC 9(6).
           05 RP-GRAIN-TO-SELL PIC 9(6).
           05 RP-FLAX-TO-SELL PIC 9(6).
           05 RP-GRAIN-TO-BUY PIC 9(6).
           05 RP-FLAX-TO-BUY PIC 9(6).
           05 RP-IMMIGRANTS PIC 9(6).
           05 RP-TAX-RATE PIC 9(3).
           05 RP-TAX-EXACT PIC X.
           05 RP-TAKE-LOAN PIC X.
           05 RP-LOAN-EXACT PIC X.
           05 RP-BUILD-GRANARY PIC X.
           05 RP-WAGE-SEEN PIC X.
       01 RECOVERED-STATE.
           05 RV-YEAR PIC 9(4).
           05 RV-GRAIN PIC 9(6).
           05 RV-FLAX PIC 9(6).
           05 RV-GOLD PIC 9(6).
           05 RV-DEBT PIC 9(6).
           05 RV-PEOPLE PIC 9(6).
           05 RV-CHILDREN PIC 9(6).
           05 RV-ADULTS PIC 9(6).
           05 RV-ELDERS PIC 9(6).
           05 RV-UNREST PIC 9(6).
           05 RV-FARMERS PIC 9(6).
           05 RV-LABORERS PIC 9(6).
           05 RV-LABOR-EXACT PIC X.
           05 RV-GRANARIES-BUILT PIC 9(4).
           05 RV-TOTAL-GRAIN-PRODUCED PIC 9(7).
           05 RV-TOTAL-STARVED PIC 9(7).
           05 RV-TOTAL-GRAIN-SOLD PIC 9(7).
           05 RV-TOTAL-GRAIN-CONSUMED PIC 9(7).
           05 RV-TOTAL-GRAIN-SOWN PIC 9(7).
           05 RV-TOTAL-GRAIN-SPOILED PIC 9(7).
           05 RV-TOTAL-GRAIN-BOUGHT PIC 9(7).
           05 RV-TOTAL-FLAX-PRODUCED PIC 9(7).
           05 RV-TOTAL-TAX-COLLECTED PIC 9(7).
           05 RV-YEAR-STARVED PIC 9(6).
           05 RV-GRAIN-TO-SOW PIC 9(6).
           05 RV-FLAX-TO-SOW PIC 9(6).
           05 RV-GRAIN-TO-SELL PIC 9(6).
           05 RV-FLAX-TO-SELL PIC 9(6).
           05 RV-GRAIN-TO-BUY PIC 9(6).
           05 RV-FLAX-TO-BUY PIC 9(6).
           05 RV-IMMIGRANTS PIC 9(6).
           05 RV-TAX-RATE PIC 9(3).
           05 RV-TAX-EXACT PIC X.
           05 RV-TAKE-LOAN PIC X.
           05 RV-LOAN-EXACT PIC X.
           05 RV-BUILD-GRANARY PIC X.
           05 RV-WAGE-SEEN PIC X.
       01 RECOVERED-DECISIONS PIC 9(4).
       01 RECOVERED-ROLLS PIC 9(5).
       01 RECOVERED-CAPACITY PIC 9(7).
       01 FIELD-NAME PIC X(24).
       01 FIELD-NUMBER PIC 9(8).
       01 FIELD-VALUE PIC X(8).
       01 FIELD-SOURCE PIC X(10).
       01 FIELD-EXACT PIC X.
       01 FIELD-REASON PIC X(44).
       01 VALUE-EDIT PIC Z(7)9.
       01 PRICE-EDIT PIC 9.99.
       01 INEXACT-COUNT PIC 9(2) VALUE 0.
       01 APPROX-COUNT PIC 9(2) VALUE 0.
       01 INEXACT-INDEX PIC 9(2).
       01 INEXACT-TABLE.
           05 INEXACT-ENTRY OCCURS 50 TIMES.
              10 TAB-INEXACT-FIELD PIC X(24).
              10 TAB-INEXACT-STATUS PIC X(9).
              10 TAB-INEXACT-REASON PIC X(44).
       01 EXISTING-RECORD-FOUND PIC X VALUE 'N'.
       01 REPLACE-CONFIRM PIC X.
       01 RECORD-WRITTEN PIC X VALUE 'N'.
       01 STORE-FAILED PIC X VALUE 'N'.
       01 PRINT-LINE PIC X(80).
       01 RECOVERY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-FIELD PIC X(24).
           05 RL-VALUE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-SOURCE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-STATUS PIC X(9).

       PROCEDURE DIVISION.
           DISPLAY "Kingdom name to recover from its journal?"
           ACCEPT KINGDOM-NAME
           IF KINGDOM-NAME = SPACES
               DISPLAY "A kingdom name is required."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CONCATENATE(
               "JOURNAL-", FUNCTION TRIM(KINGDOM-NAME), ".DAT")
               TO JOURNAL-NAME
           MOVE FUNCTION CONCATENATE(
               "LEDGER-", FUNCTION TRIM(KINGDOM-NAME), ".DAT")
               TO LEDGER-NAME
           MOVE FUNCTION CONCATENATE(
               "EVENTS-", FUNCTION TRIM(KINGDOM-NAME), ".DAT")
               TO EVENTS-NAME
           OPEN INPUT JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               DISPLAY "*** UNABLE TO OPEN JOURNAL FILE, STATUS "
                   FS-JOURNAL " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF FS-RECOVERY-REPORT NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RECOVERY REPORT FILE, "
                   "STATUS " FS-RECOVERY-REPORT " ***"
               CLOSE JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-STARTING-POSITION
           PERFORM REPLAY-NEXT-JOURNAL-ENTRY
               UNTIL JOURNAL-EOF = 'Y'
           CLOSE JOURNAL-FILE
           MOVE "GRAIN TYRANT - REIGN RECOVERY REPORT" TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           MOVE FUNCTION CONCATENATE(
               "Kingdom: ", FUNCTION TRIM(KINGDOM-NAME),
               "   journal entries: ", JOURNAL-COUNT,
               "   complete years: ", COMPLETE-YEARS)
               TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           IF COMPLETE-YEARS = 0
               MOVE "*** NO COMPLETE YEAR IN JOURNAL; NOTHING TO "
                   TO PRINT-LINE
               MOVE "RECOVER ***" TO PRINT-LINE(45:)
               PERFORM WRITE-RECOVERY-LINE
               CLOSE RECOVERY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COUNT-LEDGER-YEARS
           PERFORM COUNT-EVENT-ROLLS
           MOVE FUNCTION CONCATENATE(
               "Recovered to the close of year ", RV-YEAR,
               " (phase 9, DEMOGR)") TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           IF UNAPPLIED-ENTRIES > 0
               MOVE FUNCTION CONCATENATE(
                   "*** ", UNAPPLIED-ENTRIES,
                   " JOURNAL ENTRIES AFTER YEAR ", RV-YEAR,
                   " NOT APPLIED; JOURNAL-/EVENTS-") TO PRINT-LINE
               PERFORM WRITE-RECOVERY-LINE
               MOVE "    HOLD A PARTIAL YEAR THAT WILL BE POSTED AGAIN"
                   TO PRINT-LINE
               MOVE " ON RESUME ***" TO PRINT-LINE(50:)
               PERFORM WRITE-RECOVERY-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           MOVE "  Field                      Value  Source      Status"
               TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           PERFORM REPORT-RECOVERED-FIELDS
           PERFORM PRINT-INEXACT-FIELDS
           PERFORM BUILD-RECOVERED-RECORD
           PERFORM STORE-RECOVERED-RECORD
           CLOSE RECOVERY-REPORT-FILE
           EVALUATE TRUE
               WHEN GRAIN-BREAKS > 0 OR FLAX-BREAKS > 0
                   OR GOLD-BREAKS > 0 OR DEBT-BREAKS > 0
                   OR PEOPLE-BREAKS > 0 OR UNREST-BREAKS > 0
                   OR COHORT-BREAKS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN STORE-FAILED = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN INEXACT-COUNT > 0 OR RECORD-WRITTEN NOT = 'Y'
                   OR UNAPPLIED-ENTRIES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SET-STARTING-POSITION.
           MOVE 1 TO RP-YEAR
           MOVE 1000 TO RP-GRAIN
           MOVE 500 TO RP-FLAX
           MOVE 100 TO RP-GOLD
           MOVE 0 TO RP-DEBT
           MOVE 100 TO RP-PEOPLE
           MOVE 25 TO RP-CHILDREN
           MOVE 60 TO RP-ADULTS
           MOVE 15 TO RP-ELDERS
           MOVE 0 TO RP-UNREST
           MOVE 60 TO RP-FARMERS
           MOVE 0 TO RP-LABORERS
           MOVE 0 TO RP-GRANARIES-BUILT
           MOVE 0 TO RP-TOTAL-GRAIN-PRODUCED
           MOVE 0 TO RP-TOTAL-STARVED
           MOVE 0 TO RP-TOTAL-GRAIN-SOLD
           MOVE 0 TO RP-TOTAL-GRAIN-CONSUMED
           MOVE 0 TO RP-TOTAL-GRAIN-SOWN
           MOVE 0 TO RP-TOTAL-GRAIN-SPOILED
           MOVE 0 TO RP-TOTAL-GRAIN-BOUGHT
           MOVE 0 TO RP-TOTAL-FLAX-PRODUCED
           MOVE 0 TO RP-TOTAL-TAX-COLLECTED
           PERFORM RESET-YEAR-FIELDS
           MOVE REPLAY-STATE TO RECOVERED-STATE.

       RESET-YEAR-FIELDS.
           MOVE 'N' TO RP-LABOR-EXACT
           MOVE 0 TO RP-YEAR-STARVED
           MOVE 0 TO RP-GRAIN-TO-SOW
           MOVE 0 TO RP-FLAX-TO-SOW
           MOVE 0 TO RP-GRAIN-TO-SELL
           MOVE 0 TO RP-FLAX-TO-SELL
           MOVE 0 TO RP-GRAIN-TO-BUY
           MOVE 0 TO RP-FLAX-TO-BUY
           MOVE 0 TO RP-IMMIGRANTS
           MOVE 0 TO RP-TAX-RATE
           MOVE 'N' TO RP-TAX-EXACT
           MOVE 'N' TO RP-TAKE-LOAN
           MOVE 'N' TO RP-LOAN-EXACT
           MOVE 'N' TO RP-BUILD-GRANARY
           MOVE 'N' TO RP-WAGE-SEEN.

       REPLAY-NEXT-JOURNAL-ENTRY.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   ADD 1 TO JOURNAL-COUNT
                   PERFORM REPLAY-ONE-JOURNAL-ENTRY
           END-READ.

       REPLAY-ONE-JOURNAL-ENTRY.
           IF JR-SEASON NOT = "TRADE"
               ADD 1 TO UNAPPLIED-ENTRIES
               IF AT-YEAR-BOUNDARY = 'Y'
                   PERFORM RESET-YEAR-FIELDS
                   MOVE 'N' TO AT-YEAR-BOUNDARY
               END-IF
               MOVE JR-YEAR TO RP-YEAR
           END-IF
           EVALUATE JR-CODE
               WHEN "SOWG"
               WHEN "HARG"
               WHEN "CONG"
               WHEN "SELG"
               WHEN "BUYG"
               WHEN "SPOI"
               WHEN "TRGO"
               WHEN "TRGI"
                   PERFORM REPLAY-GRAIN-ENTRY
               WHEN "SOWF"
               WHEN "HARF"
               WHEN "CONF"
               WHEN "SELF"
               WHEN "BUYF"
               WHEN "TRFO"
               WHEN "TRFI"
                   PERFORM REPLAY-FLAX-ENTRY
               WHEN "ERNG"
               WHEN "REPG"
               WHEN "SPNG"
               WHEN "ERNF"
               WHEN "SPNF"
               WHEN "WAGE"
               WHEN "LONG"
               WHEN "PROV"
               WHEN "BLDG"
               WHEN "TAXG"
               WHEN "TRRG"
               WHEN "TRPG"
                   PERFORM REPLAY-GOLD-ENTRY
               WHEN "LOAN"
               WHEN "REPY"
               WHEN "INTR"
                   IF JR-BEFORE NOT = RP-DEBT
                       ADD 1 TO DEBT-BREAKS
                   END-IF
                   MOVE JR-AFTER TO RP-DEBT
               WHEN "STRV"
               WHEN "PLAG"
               WHEN "IMMG"
               WHEN "BRTH"
               WHEN "ELDD"
               WHEN "EMIG"
                   PERFORM REPLAY-PEOPLE-ENTRY
               WHEN "UNRS"
                   IF JR-BEFORE NOT = RP-UNREST
                       ADD 1 TO UNREST-BREAKS
                   END-IF
                   MOVE JR-AFTER TO RP-UNREST
               WHEN "MATR"
                   PERFORM REPLAY-MATURING-ENTRY
               WHEN "AGED"
                   PERFORM REPLAY-AGING-ENTRY
               WHEN "BLIT"
               WHEN "BUMP"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO UNKNOWN-CODE-COUNT
           END-EVALUATE
           IF JR-SEASON = "TRADE" AND AT-YEAR-BOUNDARY = 'Y'
               MOVE REPLAY-STATE TO RECOVERED-STATE
           END-IF.

       REPLAY-GRAIN-ENTRY.
           IF JR-BEFORE NOT = RP-GRAIN
               ADD 1 TO GRAIN-BREAKS
           END-IF
           MOVE JR-AFTER TO RP-GRAIN
           EVALUATE JR-CODE
               WHEN "SOWG"
                   MOVE JR-QUANTITY TO RP-GRAIN-TO-SOW
                   ADD JR-QUANTITY TO RP-TOTAL-GRAIN-SOWN
               WHEN "HARG"
                   ADD JR-QUANTITY TO RP-TOTAL-GRAIN-PRODUCED
               WHEN "CONG"
                   ADD JR-QUANTITY TO RP-TOTAL-GRAIN-CONSUMED
               WHEN "SELG"
                   MOVE JR-QUANTITY TO RP-GRAIN-TO-SELL
                   ADD JR-QUANTITY TO RP-TOTAL-GRAIN-SOLD
               WHEN "BUYG"
                   MOVE JR-QUANTITY TO RP-GRAIN-TO-BUY
                   ADD JR-QUANTITY TO RP-TOTAL-GRAIN-BOUGHT
               WHEN "SPOI"
                   ADD JR-QUANTITY TO RP-TOTAL-GRAIN-SPOILED
               WHEN "TRGO"
                   ADD JR-QUANTITY TO RP-TOTAL-GRAIN-SOLD
               WHEN "TRGI"
                   ADD JR-QUANTITY TO RP-TOTAL-GRAIN-BOUGHT
           END-EVALUATE.

       REPLAY-FLAX-ENTRY.
           IF JR-BEFORE NOT = RP-FLAX
               ADD 1 TO FLAX-BREAKS
           END-IF
           MOVE JR-AFTER TO RP-FLAX
           EVALUATE JR-CODE
               WHEN "SOWF"
                   MOVE JR-QUANTITY TO RP-FLAX-TO-SOW
               WHEN "HARF"
                   ADD JR-QUANTITY TO RP-TOTAL-FLAX-PRODUCED
               WHEN "SELF"
                   MOVE JR-QUANTITY TO RP-FLAX-TO-SELL
               WHEN "BUYF"
                   MOVE JR-QUANTITY TO RP-FLAX-TO-BUY
           END-EVALUATE.

       REPLAY-GOLD-ENTRY.
           IF JR-BEFORE NOT = RP-GOLD
               ADD 1 TO GOLD-BREAKS
           END-IF
           MOVE JR-AFTER TO RP-GOLD
           EVALUATE JR-CODE
               WHEN "WAGE"
                   MOVE 'Y' TO RP-WAGE-SEEN
                   DIVIDE JR-QUANTITY BY LABORER-WAGE-RATE
                       GIVING RATE-WORK REMAINDER WAGE-REMAINDER
                   IF WAGE-REMAINDER = 0 AND RATE-WORK <= RP-ADULTS
                       MOVE RATE-WORK TO RP-LABORERS
                       COMPUTE RP-FARMERS = RP-ADULTS - RP-LABORERS
                       MOVE 'Y' TO RP-LABOR-EXACT
                   ELSE
                       MOVE 'N' TO RP-LABOR-EXACT
                   END-IF
               WHEN "LONG"
                   MOVE 'Y' TO RP-TAKE-LOAN
                   MOVE 'Y' TO RP-LOAN-EXACT
               WHEN "BLDG"
                   ADD 1 TO RP-GRANARIES-BUILT
                   MOVE 'Y' TO RP-BUILD-GRANARY
               WHEN "TAXG"
                   ADD JR-QUANTITY TO RP-TOTAL-TAX-COLLECTED
                   IF RP-ADULTS > 0
                       DIVIDE JR-QUANTITY BY RP-ADULTS
                           GIVING RATE-WORK REMAINDER TAX-REMAINDER
                       IF TAX-REMAINDER = 0 AND RATE-WORK < 100
                           MOVE RATE-WORK TO RP-TAX-RATE
                           MOVE 'Y' TO RP-TAX-EXACT
                       END-IF
                   END-IF
           END-EVALUATE.

       REPLAY-PEOPLE-ENTRY.
           IF JR-BEFORE NOT = RP-PEOPLE
               ADD 1 TO PEOPLE-BREAKS
           END-IF
           MOVE JR-AFTER TO RP-PEOPLE
           EVALUATE JR-CODE
               WHEN "STRV"
               WHEN "PLAG"
                   ADD JR-QUANTITY TO RP-TOTAL-STARVED
                   ADD JR-QUANTITY TO RP-YEAR-STARVED
                   PERFORM REPLAY-ALIGN-COHORTS
                   IF JR-CODE = "STRV" AND JR-SEASON = "WINTER"
                       AND RP-WAGE-SEEN = 'Y'
                       MOVE 'N' TO RP-TAKE-LOAN
                       MOVE 'Y' TO RP-LOAN-EXACT
                   END-IF
               WHEN "IMMG"
                   ADD JR-QUANTITY TO RP-ADULTS
                   MOVE JR-QUANTITY TO RP-IMMIGRANTS
               WHEN "BRTH"
                   ADD JR-QUANTITY TO RP-CHILDREN
               WHEN "ELDD"
                   IF JR-QUANTITY > RP-ELDERS
                       ADD 1 TO COHORT-BREAKS
                       MOVE 0 TO RP-ELDERS
                   ELSE
                       SUBTRACT JR-QUANTITY FROM RP-ELDERS
                   END-IF
               WHEN "EMIG"
                   IF JR-QUANTITY > RP-ADULTS
                       ADD 1 TO COHORT-BREAKS
                       MOVE 0 TO RP-ADULTS
                   ELSE
                       SUBTRACT JR-QUANTITY FROM RP-ADULTS
                   END-IF
                   IF RP-FARMERS > RP-ADULTS
                       MOVE RP-ADULTS TO RP-FARMERS
                   END-IF
                   COMPUTE RP-LABORERS = RP-ADULTS - RP-FARMERS
           END-EVALUATE.

       REPLAY-ALIGN-COHORTS.
           COMPUTE COHORT-LOSS =
               (RP-CHILDREN + RP-ADULTS + RP-ELDERS) - RP-PEOPLE
           IF COHORT-LOSS > 0
               COMPUTE COHORT-TAKE =
                   FUNCTION MIN(COHORT-LOSS, RP-ELDERS)
               SUBTRACT COHORT-TAKE FROM RP-ELDERS
               SUBTRACT COHORT-TAKE FROM COHORT-LOSS
               COMPUTE COHORT-TAKE =
                   FUNCTION MIN(COHORT-LOSS, RP-CHILDREN)
               SUBTRACT COHORT-TAKE FROM RP-CHILDREN
               SUBTRACT COHORT-TAKE FROM COHORT-LOSS
               COMPUTE COHORT-TAKE =
                   FUNCTION MIN(COHORT-LOSS, RP-ADULTS)
               SUBTRACT COHORT-TAKE FROM RP-ADULTS
           END-IF.

       REPLAY-MATURING-ENTRY.
           IF JR-QUANTITY > RP-CHILDREN
               ADD 1 TO COHORT-BREAKS
               MOVE 0 TO RP-CHILDREN
           ELSE
               SUBTRACT JR-QUANTITY FROM RP-CHILDREN
           END-IF
           ADD JR-QUANTITY TO RP-ADULTS
           IF JR-AFTER NOT = RP-ADULTS
               ADD 1 TO COHORT-BREAKS
               MOVE JR-AFTER TO RP-ADULTS
           END-IF.

       REPLAY-AGING-ENTRY.
           IF JR-QUANTITY > RP-ADULTS
               ADD 1 TO COHORT-BREAKS
               MOVE 0 TO RP-ADULTS
           ELSE
               SUBTRACT JR-QUANTITY FROM RP-ADULTS
           END-IF
           ADD JR-QUANTITY TO RP-ELDERS
           IF JR-AFTER NOT = RP-ELDERS
               ADD 1 TO COHORT-BREAKS
               MOVE JR-AFTER TO RP-ELDERS
           END-IF
           COMPUTE COHORT-SUM = RP-CHILDREN + RP-ADULTS + RP-ELDERS
           IF COHORT-SUM NOT = RP-PEOPLE
               ADD 1 TO COHORT-BREAKS
               IF RP-PEOPLE >= RP-ADULTS + RP-ELDERS
                   COMPUTE RP-CHILDREN =
                       RP-PEOPLE - RP-ADULTS - RP-ELDERS
               END-IF
           END-IF
           ADD 1 TO COMPLETE-YEARS
           MOVE 0 TO UNAPPLIED-ENTRIES
           MOVE 'Y' TO AT-YEAR-BOUNDARY
           MOVE REPLAY-STATE TO RECOVERED-STATE.

       COUNT-LEDGER-YEARS.
           OPEN INPUT LEDGER-FILE
           IF FS-LEDGER = "00"
               MOVE 'Y' TO LEDGER-FOUND
               PERFORM COUNT-NEXT-LEDGER-RECORD
                   UNTIL LEDGER-EOF = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           MOVE LEDGER-YEARS TO RECOVERED-DECISIONS.

       COUNT-NEXT-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO LEDGER-EOF
               NOT AT END
                   IF LR-YEAR <= RV-YEAR
                       ADD 1 TO LEDGER-YEARS
                   END-IF
           END-READ.

       COUNT-EVENT-ROLLS.
           OPEN INPUT EVENTS-FILE
           IF FS-EVENTS = "00"
               MOVE 'Y' TO EVENTS-FOUND
               PERFORM COUNT-NEXT-EVENT-RECORD
                   UNTIL EVENTS-EOF = 'Y'
               CLOSE EVENTS-FILE
           END-IF
           MOVE EVENT-ROLLS TO RECOVERED-ROLLS
           COMPUTE EXPECTED-ROLLS = COMPLETE-YEARS * 5.

       COUNT-NEXT-EVENT-RECORD.
           READ EVENTS-FILE
               AT END
                   MOVE 'Y' TO EVENTS-EOF
               NOT AT END
                   IF EV-YEAR <= RV-YEAR
                       EVALUATE EV-TYPE
                           WHEN "AUTEVENT"
                           WHEN "WINEVENT"
                           WHEN "IMMROLL"
                               ADD 1 TO EVENT-ROLLS
                           WHEN "GRNPRICE"
                               ADD 1 TO EVENT-ROLLS
                               MOVE EV-VALUE TO RECOVERED-GRAIN-PRICE
                               MOVE 'Y' TO GRAIN-PRICE-FOUND
                           WHEN "FLXPRICE"
                               ADD 1 TO EVENT-ROLLS
                               MOVE EV-VALUE TO RECOVERED-FLAX-PRICE
                               MOVE 'Y' TO FLAX-PRICE-FOUND
                       END-EVALUATE
                   END-IF
           END-READ.

       REPORT-RECOVERED-FIELDS.
           MOVE "GRAIN" TO FIELD-NAME
           MOVE RV-GRAIN TO FIELD-NUMBER
           MOVE "JOURNAL" TO FIELD-SOURCE
           MOVE 'Y' TO FIELD-EXACT
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "FLAX" TO FIELD-NAME
           MOVE RV-FLAX TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "GOLD" TO FIELD-NAME
           MOVE RV-GOLD TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "GOLD-DEBT" TO FIELD-NAME
           MOVE RV-DEBT TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "PEOPLE" TO FIELD-NAME
           MOVE RV-PEOPLE TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "UNREST" TO FIELD-NAME
           MOVE RV-UNREST TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "REPLAY" TO FIELD-SOURCE
           MOVE "cohort postings did not chain" TO FIELD-REASON
           PERFORM SET-COHORT-EXACTNESS
           MOVE "CHILDREN" TO FIELD-NAME
           MOVE RV-CHILDREN TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "ADULTS" TO FIELD-NAME
           MOVE RV-ADULTS TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "ELDERS" TO FIELD-NAME
           MOVE RV-ELDERS TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "JOURNAL" TO FIELD-SOURCE
           MOVE "grain postings did not chain" TO FIELD-REASON
           IF GRAIN-BREAKS = 0
               MOVE 'Y' TO FIELD-EXACT
           ELSE
               MOVE 'N' TO FIELD-EXACT
           END-IF
           MOVE "TOTAL-GRAIN-PRODUCED" TO FIELD-NAME
           MOVE RV-TOTAL-GRAIN-PRODUCED TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "TOTAL-GRAIN-SOLD" TO FIELD-NAME
           MOVE RV-TOTAL-GRAIN-SOLD TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "TOTAL-GRAIN-CONSUMED" TO FIELD-NAME
           MOVE RV-TOTAL-GRAIN-CONSUMED TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "TOTAL-GRAIN-SOWN" TO FIELD-NAME
           MOVE RV-TOTAL-GRAIN-SOWN TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "TOTAL-GRAIN-SPOILED" TO FIELD-NAME
           MOVE RV-TOTAL-GRAIN-SPOILED TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "TOTAL-GRAIN-BOUGHT" TO FIELD-NAME
           MOVE RV-TOTAL-GRAIN-BOUGHT TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "flax postings did not chain" TO FIELD-REASON
           IF FLAX-BREAKS = 0
               MOVE 'Y' TO FIELD-EXACT
           ELSE
               MOVE 'N' TO FIELD-EXACT
           END-IF
           MOVE "TOTAL-FLAX-PRODUCED" TO FIELD-NAME
           MOVE RV-TOTAL-FLAX-PRODUCED TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "population postings did not chain" TO FIELD-REASON
           IF PEOPLE-BREAKS = 0
               MOVE 'Y' TO FIELD-EXACT
           ELSE
               MOVE 'N' TO FIELD-EXACT
           END-IF
           MOVE "TOTAL-STARVED" TO FIELD-NAME
           MOVE RV-TOTAL-STARVED TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "YEAR-STARVED" TO FIELD-NAME
           MOVE RV-YEAR-STARVED TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "gold postings did not chain" TO FIELD-REASON
           IF GOLD-BREAKS = 0
               MOVE 'Y' TO FIELD-EXACT
           ELSE
               MOVE 'N' TO FIELD-EXACT
           END-IF
           MOVE "TOTAL-TAX-COLLECTED" TO FIELD-NAME
           MOVE RV-TOTAL-TAX-COLLECTED TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           COMPUTE RECOVERED-CAPACITY = STARTING-GRANARY
               + (RV-GRANARIES-BUILT * GRANARY-BUILD-SIZE)
           MOVE "GRANARY-CAPACITY" TO FIELD-NAME
           MOVE RECOVERED-CAPACITY TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "STARTING-GRAIN" TO FIELD-NAME
           MOVE STARTING-GRAIN TO FIELD-NUMBER
           MOVE "NEW REIGN" TO FIELD-SOURCE
           MOVE 'Y' TO FIELD-EXACT
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "LEDGER" TO FIELD-SOURCE
           IF LEDGER-FOUND NOT = 'Y'
               MOVE "ledger file not found" TO FIELD-REASON
               MOVE 'N' TO FIELD-EXACT
           ELSE
               IF LEDGER-YEARS NOT = COMPLETE-YEARS
                   MOVE "ledger years differ from journal years"
                       TO FIELD-REASON
                   MOVE 'N' TO FIELD-EXACT
               END-IF
           END-IF
           MOVE "DECISIONS-READ-COUNT" TO FIELD-NAME
           MOVE RECOVERED-DECISIONS TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "EVENTS" TO FIELD-SOURCE
           MOVE 'Y' TO FIELD-EXACT
           IF EVENTS-FOUND NOT = 'Y'
               MOVE "events file not found" TO FIELD-REASON
               MOVE 'N' TO FIELD-EXACT
           ELSE
               IF EVENT-ROLLS NOT = EXPECTED-ROLLS
                   MOVE "event rolls differ from five per year"
                       TO FIELD-REASON
                   MOVE 'N' TO FIELD-EXACT
               END-IF
           END-IF
           MOVE "ROLL-COUNT" TO FIELD-NAME
           MOVE RECOVERED-ROLLS TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "no grain price on the events file" TO FIELD-REASON
           MOVE GRAIN-PRICE-FOUND TO FIELD-EXACT
           MOVE RECOVERED-GRAIN-PRICE TO PRICE-EDIT
           MOVE "GRAIN-PRICE" TO FIELD-NAME
           PERFORM REPORT-PRICE-FIELD
           MOVE "LAST-GRAIN-PRICE" TO FIELD-NAME
           PERFORM REPORT-PRICE-FIELD
           MOVE "no flax price on the events file" TO FIELD-REASON
           MOVE FLAX-PRICE-FOUND TO FIELD-EXACT
           MOVE RECOVERED-FLAX-PRICE TO PRICE-EDIT
           MOVE "FLAX-PRICE" TO FIELD-NAME
           PERFORM REPORT-PRICE-FIELD
           MOVE "LAST-FLAX-PRICE" TO FIELD-NAME
           PERFORM REPORT-PRICE-FIELD
           MOVE "WAGE" TO FIELD-SOURCE
           MOVE "not rebuilt from wages; reset next spring"
               TO FIELD-REASON
           IF RV-LABOR-EXACT = 'Y'
               MOVE 'Y' TO FIELD-EXACT
           ELSE
               MOVE 'A' TO FIELD-EXACT
           END-IF
           MOVE "FARMERS" TO FIELD-NAME
           MOVE RV-FARMERS TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "LABORERS" TO FIELD-NAME
           MOVE RV-LABORERS TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "JOURNAL" TO FIELD-SOURCE
           MOVE 'Y' TO FIELD-EXACT
           MOVE "GRAIN-TO-SOW" TO FIELD-NAME
           MOVE RV-GRAIN-TO-SOW TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "FLAX-TO-SOW" TO FIELD-NAME
           MOVE RV-FLAX-TO-SOW TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "GRAIN-TO-SELL" TO FIELD-NAME
           MOVE RV-GRAIN-TO-SELL TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "FLAX-TO-SELL" TO FIELD-NAME
           MOVE RV-FLAX-TO-SELL TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "GRAIN-TO-BUY" TO FIELD-NAME
           MOVE RV-GRAIN-TO-BUY TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "FLAX-TO-BUY" TO FIELD-NAME
           MOVE RV-FLAX-TO-BUY TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "ACCEPTED-IMMIGRANTS" TO FIELD-NAME
           MOVE RV-IMMIGRANTS TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "no adults taxed; reset next year" TO FIELD-REASON
           IF RV-TAX-EXACT = 'Y'
               MOVE 'Y' TO FIELD-EXACT
           ELSE
               MOVE 'A' TO FIELD-EXACT
           END-IF
           MOVE "TAX-RATE" TO FIELD-NAME
           MOVE RV-TAX-RATE TO FIELD-NUMBER
           PERFORM REPORT-NUMERIC-FIELD
           MOVE "no winter shortfall; reset next year"
               TO FIELD-REASON
           IF RV-LOAN-EXACT = 'Y'
               MOVE 'Y' TO FIELD-EXACT
           ELSE
               MOVE 'A' TO FIELD-EXACT
           END-IF
           MOVE "TAKE-LOAN" TO FIELD-NAME
           MOVE RV-TAKE-LOAN TO FIELD-VALUE
           PERFORM REPORT-FIELD
           MOVE "no granary built; reset next year" TO FIELD-REASON
           IF RV-BUILD-GRANARY = 'Y'
               MOVE 'Y' TO FIELD-EXACT
           ELSE
               MOVE 'A' TO FIELD-EXACT
           END-IF
           MOVE "BUILD-GRANARY" TO FIELD-NAME
           MOVE RV-BUILD-GRANARY TO FIELD-VALUE
           PERFORM REPORT-FIELD
           IF UNKNOWN-CODE-COUNT > 0
               MOVE FUNCTION CONCATENATE(
                   "*** ", UNKNOWN-CODE-COUNT,
                   " JOURNAL ENTRIES WITH UNKNOWN CODES IGNORED ***")
                   TO PRINT-LINE
               PERFORM WRITE-RECOVERY-LINE
           END-IF.

       SET-COHORT-EXACTNESS.
           IF COHORT-BREAKS = 0 AND PEOPLE-BREAKS = 0
               MOVE 'Y' TO FIELD-EXACT
           ELSE
               MOVE 'N' TO FIELD-EXACT
           END-IF.

       REPORT-NUMERIC-FIELD.
           MOVE FIELD-NUMBER TO VALUE-EDIT
           MOVE VALUE-EDIT TO FIELD-VALUE
           PERFORM REPORT-FIELD.

       REPORT-PRICE-FIELD.
           MOVE SPACES TO FIELD-VALUE
           MOVE PRICE-EDIT TO FIELD-VALUE(5:)
           MOVE "EVENTS" TO FIELD-SOURCE
           PERFORM REPORT-FIELD.

       REPORT-FIELD.
           MOVE FIELD-NAME TO RL-FIELD
           IF FIELD-VALUE(2:) = SPACES
               MOVE SPACES TO RL-VALUE
               MOVE FIELD-VALUE(1:1) TO RL-VALUE(8:1)
           ELSE
               MOVE FIELD-VALUE TO RL-VALUE
           END-IF
           MOVE FIELD-SOURCE TO RL-SOURCE
           EVALUATE FIELD-EXACT
               WHEN 'Y'
                   MOVE "EXACT" TO RL-STATUS
               WHEN 'A'
                   MOVE "APPROX" TO RL-STATUS
                   ADD 1 TO APPROX-COUNT
                   PERFORM NOTE-INEXACT-FIELD
               WHEN OTHER
                   MOVE "NOT EXACT" TO RL-STATUS
                   ADD 1 TO INEXACT-COUNT
                   PERFORM NOTE-INEXACT-FIELD
           END-EVALUATE
           MOVE RECOVERY-LINE TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE.

       NOTE-INEXACT-FIELD.
           IF INEXACT-COUNT + APPROX-COUNT <= 50
               COMPUTE INEXACT-INDEX = INEXACT-COUNT + APPROX-COUNT
               MOVE FIELD-NAME TO TAB-INEXACT-FIELD(INEXACT-INDEX)
               MOVE RL-STATUS TO TAB-INEXACT-STATUS(INEXACT-INDEX)
               MOVE FIELD-REASON
                   TO TAB-INEXACT-REASON(INEXACT-INDEX)
           END-IF.

       PRINT-INEXACT-FIELDS.
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           MOVE FUNCTION CONCATENATE(
               "Chain breaks - grain ", GRAIN-BREAKS,
               " flax ", FLAX-BREAKS, " gold ", GOLD-BREAKS,
               " debt ", DEBT-BREAKS) TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           MOVE FUNCTION CONCATENATE(
               "               people ", PEOPLE-BREAKS,
               " unrest ", UNREST-BREAKS,
               " cohorts ", COHORT-BREAKS) TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           IF INEXACT-COUNT + APPROX-COUNT = 0
               MOVE "Every field was rebuilt exactly." TO PRINT-LINE
               PERFORM WRITE-RECOVERY-LINE
           ELSE
               MOVE FUNCTION CONCATENATE(
                   "Fields not rebuilt exactly: ", INEXACT-COUNT,
                   "   approximated: ", APPROX-COUNT)
                   TO PRINT-LINE
               PERFORM WRITE-RECOVERY-LINE
               PERFORM PRINT-ONE-INEXACT-FIELD
                   VARYING INEXACT-INDEX FROM 1 BY 1
                   UNTIL INEXACT-INDEX > INEXACT-COUNT + APPROX-COUNT
                   OR INEXACT-INDEX > 50
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE.

       PRINT-ONE-INEXACT-FIELD.
           MOVE FUNCTION CONCATENATE(
               "  ", TAB-INEXACT-FIELD(INEXACT-INDEX), " ",
               TAB-INEXACT-STATUS(INEXACT-INDEX), " ",
               TAB-INEXACT-REASON(INEXACT-INDEX)) TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE.

       BUILD-RECOVERED-RECORD.
           MOVE KINGDOM-NAME TO KM-NAME
           MOVE RV-YEAR TO KM-YEAR
           MOVE "DEMOGR" TO KM-SEASON
           MOVE RV-GRAIN TO KM-GRAIN
           MOVE RV-PEOPLE TO KM-PEOPLE
           MOVE RV-GOLD TO KM-GOLD
           MOVE RV-TOTAL-GRAIN-PRODUCED TO KM-TOTAL-GRAIN-PRODUCED
           MOVE RV-TOTAL-STARVED TO KM-TOTAL-STARVED
           MOVE RV-TOTAL-GRAIN-SOLD TO KM-TOTAL-GRAIN-SOLD
           MOVE RV-TOTAL-GRAIN-CONSUMED TO KM-TOTAL-GRAIN-CONSUMED
           MOVE STARTING-GRAIN TO KM-STARTING-GRAIN
           MOVE RV-FLAX TO KM-FLAX
           MOVE RV-TOTAL-FLAX-PRODUCED TO KM-TOTAL-FLAX-PRODUCED
           MOVE RV-DEBT TO KM-GOLD-DEBT
           MOVE RV-FARMERS TO KM-FARMERS
           MOVE RV-LABORERS TO KM-LABORERS
           MOVE 9 TO KM-PHASE-NUM
           MOVE RV-YEAR-STARVED TO KM-YEAR-STARVED
           MOVE RV-TOTAL-GRAIN-SOWN TO KM-TOTAL-GRAIN-SOWN
           MOVE RV-GRAIN-TO-SOW TO KM-GRAIN-TO-SOW
           MOVE RV-FLAX-TO-SOW TO KM-FLAX-TO-SOW
           MOVE RV-GRAIN-TO-SELL TO KM-GRAIN-TO-SELL
           MOVE RV-FLAX-TO-SELL TO KM-FLAX-TO-SELL
           MOVE RV-TAKE-LOAN TO KM-TAKE-LOAN
           MOVE RV-IMMIGRANTS TO KM-ACCEPTED-IMMIGRANTS
           MOVE RECOVERED-DECISIONS TO KM-DECISIONS-READ-COUNT
           MOVE RECOVERED-CAPACITY TO KM-GRANARY-CAPACITY
           MOVE RV-TOTAL-GRAIN-SPOILED TO KM-TOTAL-GRAIN-SPOILED
           MOVE RV-BUILD-GRANARY TO KM-BUILD-GRANARY
           MOVE RV-GRAIN-TO-BUY TO KM-GRAIN-TO-BUY
           MOVE RV-FLAX-TO-BUY TO KM-FLAX-TO-BUY
           MOVE RV-TOTAL-GRAIN-BOUGHT TO KM-TOTAL-GRAIN-BOUGHT
           MOVE RV-CHILDREN TO KM-CHILDREN
           MOVE RV-ADULTS TO KM-ADULTS
           MOVE RV-ELDERS TO KM-ELDERS
           MOVE RECOVERED-ROLLS TO KM-ROLL-COUNT
           MOVE RECOVERED-GRAIN-PRICE TO KM-GRAIN-PRICE
           MOVE RECOVERED-FLAX-PRICE TO KM-FLAX-PRICE
           MOVE RECOVERED-GRAIN-PRICE TO KM-LAST-GRAIN-PRICE
           MOVE RECOVERED-FLAX-PRICE TO KM-LAST-FLAX-PRICE
           MOVE RV-TAX-RATE TO KM-TAX-RATE
           MOVE RV-UNREST TO KM-UNREST
           MOVE RV-TOTAL-TAX-COLLECTED TO KM-TOTAL-TAX-COLLECTED.

       STORE-RECOVERED-RECORD.
           OPEN I-O KINGDOM-FILE
           IF FS-KINGDOM = "35"
               OPEN OUTPUT KINGDOM-FILE
               CLOSE KINGDOM-FILE
               OPEN I-O KINGDOM-FILE
           END-IF
           IF FS-KINGDOM NOT = "00"
               DISPLAY "*** UNABLE TO OPEN KINGDOM FILE, STATUS "
                   FS-KINGDOM " ***"
               MOVE 'Y' TO STORE-FAILED
               MOVE "*** KINGDOM FILE UNAVAILABLE; RECOVERED "
                   TO PRINT-LINE
               MOVE "CHECKPOINT NOT WRITTEN ***" TO PRINT-LINE(41:)
               PERFORM WRITE-RECOVERY-LINE
           ELSE
               PERFORM READ-EXISTING-RECORD
               IF EXISTING-RECORD-FOUND = 'Y'
                   PERFORM CONFIRM-REPLACE-RECORD
               ELSE
                   PERFORM BUILD-RECOVERED-RECORD
                   WRITE KINGDOM-RECORD
                       INVALID KEY
                           MOVE 'Y' TO STORE-FAILED
                           MOVE FUNCTION CONCATENATE(
                               "*** UNABLE TO WRITE RECOVERED ",
                               "CHECKPOINT, STATUS ", FS-KINGDOM,
                               " ***") TO PRINT-LINE
                       NOT INVALID KEY
                           MOVE 'Y' TO RECORD-WRITTEN
                           MOVE "Recovered checkpoint written."
                               TO PRINT-LINE
                   END-WRITE
                   PERFORM WRITE-RECOVERY-LINE
               END-IF
               CLOSE KINGDOM-FILE
           END-IF.

       READ-EXISTING-RECORD.
           MOVE KINGDOM-NAME TO KM-NAME
           READ KINGDOM-FILE
               INVALID KEY
                   MOVE 'N' TO EXISTING-RECORD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO EXISTING-RECORD-FOUND
           END-READ.

       CONFIRM-REPLACE-RECORD.
           MOVE FUNCTION CONCATENATE(
               "Saved reign on file: year ", KM-YEAR,
               " season ", KM-SEASON, " people ", KM-PEOPLE,
               " grain ", KM-GRAIN, " gold ", KM-GOLD)
               TO PRINT-LINE
           PERFORM WRITE-RECOVERY-LINE
           DISPLAY "Replace the saved reign of "
               FUNCTION TRIM(KINGDOM-NAME)
               " with the recovered checkpoint? (Y/N)"
           ACCEPT REPLACE-CONFIRM
           MOVE FUNCTION UPPER-CASE(REPLACE-CONFIRM)
               TO REPLACE-CONFIRM
           IF REPLACE-CONFIRM = 'Y'
               PERFORM BUILD-RECOVERED-RECORD
               REWRITE KINGDOM-RECORD
                   INVALID KEY
                       MOVE 'Y' TO STORE-FAILED
                       MOVE FUNCTION CONCATENATE(
                           "*** UNABLE TO REPLACE SAVED REIGN, ",
                           "STATUS ", FS-KINGDOM, " ***")
                           TO PRINT-LINE
                   NOT INVALID KEY
                       MOVE 'Y' TO RECORD-WRITTEN
                       MOVE "Saved reign replaced by the recovered "
                           TO PRINT-LINE
                       MOVE "checkpoint." TO PRINT-LINE(39:)
               END-REWRITE
           ELSE
               MOVE "Replace not confirmed. Saved reign left as it "
                   TO PRINT-LINE
               MOVE "was." TO PRINT-LINE(47:)
           END-IF
           PERFORM WRITE-RECOVERY-LINE.

       WRITE-RECOVERY-LINE.
           MOVE PRINT-LINE TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           DISPLAY PRINT-LINE.
