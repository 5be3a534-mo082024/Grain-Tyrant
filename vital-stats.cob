       IDENTIFICATION DIVISION.
       PROGRAM-ID. VITAL-STATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT VITAL-REPORT-FILE ASSIGN TO "VITALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VITAL-REPORT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  VITAL-REPORT-FILE.
       01  VITAL-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-JOURNAL PIC XX.
       01 FS-VITAL-REPORT PIC XX.
       01 JOURNAL-NAME PIC X(32).
       01 KINGDOM-NAME PIC X(20).
       01 KINGDOM-COUNT PIC 9(2) VALUE 0.
       01 KINGDOM-INDEX PIC 9(2).
       01 KINGDOM-TABLE.
           05 KINGDOM-ENTRY OCCURS 20 TIMES.
              10 TAB-KINGDOM PIC X(20).
       01 JOURNAL-EOF PIC X.
       01 YEAR-ACTIVE PIC X.
       01 PRIOR-YEAR-SEEN PIC X.
       01 CURRENT-YEAR PIC 9(4).
       01 PRIOR-CLOSE PIC 9(6).
       01 YEAR-OPEN PIC 9(6).
       01 YEAR-CLOSE PIC 9(6).
       01 YEAR-BIRTHS PIC 9(6).
       01 YEAR-OLD-AGE PIC 9(6).
       01 YEAR-STARVED PIC 9(6).
       01 YEAR-PLAGUE PIC 9(6).
       01 YEAR-IMMIGRANTS PIC 9(6).
       01 YEAR-EMIGRANTS PIC 9(6).
       01 YEAR-NET PIC S9(6).
       01 YEAR-ACCOUNTED PIC S9(7).
       01 YEAR-BREAKS PIC 9(4).
       01 POSTING-EXPECTED PIC S9(7).
       01 ACCOUNTED-DISPLAY PIC -(6)9.
       01 KINGDOM-YEARS PIC 9(4).
       01 KINGDOM-OPEN PIC 9(6).
       01 KINGDOM-CLOSE PIC 9(6).
       01 KINGDOM-BIRTHS PIC 9(6).
       01 KINGDOM-OLD-AGE PIC 9(6).
       01 KINGDOM-STARVED PIC 9(6).
       01 KINGDOM-PLAGUE PIC 9(6).
       01 KINGDOM-IMMIGRANTS PIC 9(6).
       01 KINGDOM-EMIGRANTS PIC 9(6).
       01 KINGDOM-EXCEPTIONS PIC 9(4).
       01 KINGDOM-OPEN-SUM PIC 9(8).
       01 ALL-YEARS PIC 9(6) VALUE 0.
       01 ALL-BIRTHS PIC 9(7) VALUE 0.
       01 ALL-OLD-AGE PIC 9(7) VALUE 0.
       01 ALL-STARVED PIC 9(7) VALUE 0.
       01 ALL-PLAGUE PIC 9(7) VALUE 0.
       01 ALL-IMMIGRANTS PIC 9(7) VALUE 0.
       01 ALL-EMIGRANTS PIC 9(7) VALUE 0.
       01 ALL-OPEN-SUM PIC 9(9) VALUE 0.
       01 ALL-EXCEPTIONS PIC 9(5) VALUE 0.
       01 MISSING-JOURNALS PIC 9(2) VALUE 0.
       01 RATE-WORK PIC 9(3)V9.
       01 RATE-DISPLAY PIC ZZ9.9.
       01 RATE-DISPLAY-2 PIC ZZ9.9.
       01 CAUSE-BIRTHS PIC 9(7).
       01 CAUSE-OLD-AGE PIC 9(7).
       01 CAUSE-STARVED PIC 9(7).
       01 CAUSE-PLAGUE PIC 9(7).
       01 CAUSE-EMIGRANTS PIC 9(7).
       01 CAUSE-OPEN-SUM PIC 9(9).
       01 CAUSE-LARGEST PIC 9(7).
       01 CAUSE-NAME PIC X(12).
       01 PRINT-LINE PIC X(80).
       01 VITAL-LINE.
           05 VL-YEAR PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-OPEN PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-BIRTHS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-OLD-AGE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-STARVED PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-PLAGUE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-IMMIGRANTS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-EMIGRANTS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-NET PIC +ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-CLOSE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-BIRTH-RATE PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VL-DEATH-RATE PIC ZZ9.9.

       PROCEDURE DIVISION.
           DISPLAY "Kingdom names to report, one per line"
           DISPLAY "(blank line to finish):"
           PERFORM ACCEPT-KINGDOM-NAMES
           PERFORM ACCEPT-KINGDOM-NAMES
               UNTIL KINGDOM-COUNT = 20
               OR KINGDOM-NAME = SPACES
           IF KINGDOM-COUNT = 0
               DISPLAY "No kingdoms named."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VITAL-REPORT-FILE
           IF FS-VITAL-REPORT NOT = "00"
               DISPLAY "*** UNABLE TO OPEN VITAL REPORT FILE, "
                   "STATUS " FS-VITAL-REPORT " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GRAIN TYRANT - VITAL STATISTICS REPORT"
               TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           MOVE "Rates are per hundred of the opening population."
               TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           PERFORM REPORT-ONE-KINGDOM
               VARYING KINGDOM-INDEX FROM 1 BY 1
               UNTIL KINGDOM-INDEX > KINGDOM-COUNT
           PERFORM PRINT-OVERALL-SUMMARY
           CLOSE VITAL-REPORT-FILE
           IF ALL-EXCEPTIONS > 0 OR MISSING-JOURNALS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ACCEPT-KINGDOM-NAMES.
           MOVE SPACES TO KINGDOM-NAME
           ACCEPT KINGDOM-NAME
           IF KINGDOM-NAME NOT = SPACES
               ADD 1 TO KINGDOM-COUNT
               MOVE KINGDOM-NAME TO TAB-KINGDOM(KINGDOM-COUNT)
           END-IF.

       REPORT-ONE-KINGDOM.
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           MOVE FUNCTION CONCATENATE(
               "KINGDOM: ",
               FUNCTION TRIM(TAB-KINGDOM(KINGDOM-INDEX)))
               TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           MOVE FUNCTION CONCATENATE(
               "JOURNAL-",
               FUNCTION TRIM(TAB-KINGDOM(KINGDOM-INDEX)),
               ".DAT") TO JOURNAL-NAME
           OPEN INPUT JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               MOVE FUNCTION CONCATENATE(
                   "*** NO JOURNAL FILE FOR ",
                   FUNCTION TRIM(TAB-KINGDOM(KINGDOM-INDEX)),
                   ", STATUS ", FS-JOURNAL, " ***")
                   TO PRINT-LINE
               PERFORM WRITE-VITAL-REPORT-LINE
               ADD 1 TO MISSING-JOURNALS
           ELSE
               PERFORM RESET-KINGDOM-COUNTERS
               PERFORM PRINT-VITAL-HEADINGS
               MOVE 'N' TO JOURNAL-EOF
               PERFORM TALLY-NEXT-POSTING
                   UNTIL JOURNAL-EOF = 'Y'
               CLOSE JOURNAL-FILE
               IF YEAR-ACTIVE = 'Y'
                   PERFORM PRINT-VITAL-YEAR
               END-IF
               PERFORM PRINT-KINGDOM-SUMMARY
           END-IF.

       RESET-KINGDOM-COUNTERS.
           MOVE 'N' TO YEAR-ACTIVE
           MOVE 'N' TO PRIOR-YEAR-SEEN
           MOVE 0 TO PRIOR-CLOSE
           MOVE 0 TO KINGDOM-YEARS KINGDOM-OPEN KINGDOM-CLOSE
           MOVE 0 TO KINGDOM-BIRTHS KINGDOM-OLD-AGE
           MOVE 0 TO KINGDOM-STARVED KINGDOM-PLAGUE
           MOVE 0 TO KINGDOM-IMMIGRANTS KINGDOM-EMIGRANTS
           MOVE 0 TO KINGDOM-EXCEPTIONS KINGDOM-OPEN-SUM.

       PRINT-VITAL-HEADINGS.
           MOVE "                  ---- Deaths ----"
               TO PRINT-LINE
           MOVE "Birth  Death" TO PRINT-LINE(62:)
           PERFORM WRITE-VITAL-REPORT-LINE
           MOVE "Year  Open  Brth   Old  Strv  Plag   Imm  Emig    Net"
               TO PRINT-LINE
           MOVE " Close   Rate   Rate" TO PRINT-LINE(54:)
           PERFORM WRITE-VITAL-REPORT-LINE.

       TALLY-NEXT-POSTING.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   PERFORM TALLY-ONE-POSTING
           END-READ.

       TALLY-ONE-POSTING.
           EVALUATE JR-CODE
               WHEN "BRTH"
               WHEN "ELDD"
               WHEN "STRV"
               WHEN "PLAG"
               WHEN "IMMG"
               WHEN "EMIG"
                   PERFORM TALLY-POPULATION-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-POPULATION-MOVEMENT.
           IF YEAR-ACTIVE = 'Y' AND JR-YEAR NOT = CURRENT-YEAR
               PERFORM PRINT-VITAL-YEAR
           END-IF
           IF YEAR-ACTIVE NOT = 'Y'
               PERFORM START-VITAL-YEAR
           END-IF
           IF JR-BEFORE NOT = YEAR-CLOSE
               ADD 1 TO YEAR-BREAKS
           END-IF
           COMPUTE POSTING-EXPECTED = JR-BEFORE - JR-QUANTITY
           EVALUATE JR-CODE
               WHEN "BRTH"
                   ADD JR-QUANTITY TO YEAR-BIRTHS
                   COMPUTE POSTING-EXPECTED = JR-BEFORE + JR-QUANTITY
               WHEN "ELDD"
                   ADD JR-QUANTITY TO YEAR-OLD-AGE
               WHEN "STRV"
                   ADD JR-QUANTITY TO YEAR-STARVED
               WHEN "PLAG"
                   ADD JR-QUANTITY TO YEAR-PLAGUE
               WHEN "IMMG"
                   ADD JR-QUANTITY TO YEAR-IMMIGRANTS
                   COMPUTE POSTING-EXPECTED = JR-BEFORE + JR-QUANTITY
               WHEN "EMIG"
                   ADD JR-QUANTITY TO YEAR-EMIGRANTS
           END-EVALUATE
           IF JR-AFTER NOT = POSTING-EXPECTED
               ADD 1 TO YEAR-BREAKS
           END-IF
           MOVE JR-AFTER TO YEAR-CLOSE.

       START-VITAL-YEAR.
           MOVE 'Y' TO YEAR-ACTIVE
           MOVE JR-YEAR TO CURRENT-YEAR
           MOVE JR-BEFORE TO YEAR-OPEN
           MOVE JR-BEFORE TO YEAR-CLOSE
           MOVE 0 TO YEAR-BIRTHS YEAR-OLD-AGE YEAR-STARVED
           MOVE 0 TO YEAR-PLAGUE YEAR-IMMIGRANTS YEAR-EMIGRANTS
           MOVE 0 TO YEAR-BREAKS
           IF KINGDOM-YEARS = 0
               MOVE JR-BEFORE TO KINGDOM-OPEN
           END-IF
           IF PRIOR-YEAR-SEEN = 'Y' AND JR-BEFORE NOT = PRIOR-CLOSE
               MOVE FUNCTION CONCATENATE(
                   "*** YEAR ", CURRENT-YEAR, ": OPENED AT ",
                   YEAR-OPEN, " BUT PRIOR YEAR CLOSED AT ",
                   PRIOR-CLOSE, " ***") TO PRINT-LINE
               PERFORM WRITE-VITAL-REPORT-LINE
               ADD 1 TO KINGDOM-EXCEPTIONS
           END-IF.

       PRINT-VITAL-YEAR.
           COMPUTE YEAR-NET = YEAR-CLOSE - YEAR-OPEN
           COMPUTE YEAR-ACCOUNTED = YEAR-OPEN + YEAR-BIRTHS
               + YEAR-IMMIGRANTS - YEAR-OLD-AGE - YEAR-STARVED
               - YEAR-PLAGUE - YEAR-EMIGRANTS
           MOVE CURRENT-YEAR TO VL-YEAR
           MOVE YEAR-OPEN TO VL-OPEN
           MOVE YEAR-BIRTHS TO VL-BIRTHS
           MOVE YEAR-OLD-AGE TO VL-OLD-AGE
           MOVE YEAR-STARVED TO VL-STARVED
           MOVE YEAR-PLAGUE TO VL-PLAGUE
           MOVE YEAR-IMMIGRANTS TO VL-IMMIGRANTS
           MOVE YEAR-EMIGRANTS TO VL-EMIGRANTS
           MOVE YEAR-NET TO VL-NET
           MOVE YEAR-CLOSE TO VL-CLOSE
           IF YEAR-OPEN > 0
               COMPUTE RATE-WORK ROUNDED =
                   YEAR-BIRTHS * 100 / YEAR-OPEN
               MOVE RATE-WORK TO VL-BIRTH-RATE
               COMPUTE RATE-WORK ROUNDED =
                   (YEAR-OLD-AGE + YEAR-STARVED + YEAR-PLAGUE)
                   * 100 / YEAR-OPEN
               MOVE RATE-WORK TO VL-DEATH-RATE
           ELSE
               MOVE 0 TO VL-BIRTH-RATE
               MOVE 0 TO VL-DEATH-RATE
           END-IF
           MOVE VITAL-LINE TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           IF YEAR-ACCOUNTED NOT = YEAR-CLOSE
               MOVE YEAR-ACCOUNTED TO ACCOUNTED-DISPLAY
               MOVE FUNCTION CONCATENATE(
                   "*** YEAR ", CURRENT-YEAR,
                   ": MOVEMENTS ACCOUNT FOR ",
                   FUNCTION TRIM(ACCOUNTED-DISPLAY),
                   " BUT PEOPLE CLOSED AT ", YEAR-CLOSE, " ***")
                   TO PRINT-LINE
               PERFORM WRITE-VITAL-REPORT-LINE
               ADD 1 TO KINGDOM-EXCEPTIONS
           END-IF
           IF YEAR-BREAKS > 0
               MOVE FUNCTION CONCATENATE(
                   "*** YEAR ", CURRENT-YEAR, ": ", YEAR-BREAKS,
                   " POPULATION POSTINGS DO NOT CHAIN ***")
                   TO PRINT-LINE
               PERFORM WRITE-VITAL-REPORT-LINE
               ADD 1 TO KINGDOM-EXCEPTIONS
           END-IF
           ADD 1 TO KINGDOM-YEARS
           ADD YEAR-OPEN TO KINGDOM-OPEN-SUM
           ADD YEAR-BIRTHS TO KINGDOM-BIRTHS
           ADD YEAR-OLD-AGE TO KINGDOM-OLD-AGE
           ADD YEAR-STARVED TO KINGDOM-STARVED
           ADD YEAR-PLAGUE TO KINGDOM-PLAGUE
           ADD YEAR-IMMIGRANTS TO KINGDOM-IMMIGRANTS
           ADD YEAR-EMIGRANTS TO KINGDOM-EMIGRANTS
           MOVE YEAR-CLOSE TO KINGDOM-CLOSE
           MOVE YEAR-CLOSE TO PRIOR-CLOSE
           MOVE 'Y' TO PRIOR-YEAR-SEEN
           MOVE 'N' TO YEAR-ACTIVE.

       PRINT-KINGDOM-SUMMARY.
           IF KINGDOM-YEARS = 0
               MOVE "No population postings on file." TO PRINT-LINE
               PERFORM WRITE-VITAL-REPORT-LINE
           ELSE
               MOVE SPACES TO PRINT-LINE
               PERFORM WRITE-VITAL-REPORT-LINE
               MOVE FUNCTION CONCATENATE(
                   "Years: ", KINGDOM-YEARS, "  opened at ",
                   KINGDOM-OPEN, "  closed at ", KINGDOM-CLOSE)
                   TO PRINT-LINE
               PERFORM WRITE-VITAL-REPORT-LINE
               MOVE KINGDOM-BIRTHS TO CAUSE-BIRTHS
               MOVE KINGDOM-OLD-AGE TO CAUSE-OLD-AGE
               MOVE KINGDOM-STARVED TO CAUSE-STARVED
               MOVE KINGDOM-PLAGUE TO CAUSE-PLAGUE
               MOVE KINGDOM-EMIGRANTS TO CAUSE-EMIGRANTS
               MOVE KINGDOM-OPEN-SUM TO CAUSE-OPEN-SUM
               PERFORM PRINT-CAUSE-TOTALS
               MOVE FUNCTION CONCATENATE(
                   "Immigrants: ", KINGDOM-IMMIGRANTS,
                   "  emigrants: ", KINGDOM-EMIGRANTS,
                   "  exceptions: ", KINGDOM-EXCEPTIONS)
                   TO PRINT-LINE
               PERFORM WRITE-VITAL-REPORT-LINE
               PERFORM PRINT-LARGEST-LOSS
           END-IF
           ADD KINGDOM-YEARS TO ALL-YEARS
           ADD KINGDOM-BIRTHS TO ALL-BIRTHS
           ADD KINGDOM-OLD-AGE TO ALL-OLD-AGE
           ADD KINGDOM-STARVED TO ALL-STARVED
           ADD KINGDOM-PLAGUE TO ALL-PLAGUE
           ADD KINGDOM-IMMIGRANTS TO ALL-IMMIGRANTS
           ADD KINGDOM-EMIGRANTS TO ALL-EMIGRANTS
           ADD KINGDOM-OPEN-SUM TO ALL-OPEN-SUM
           ADD KINGDOM-EXCEPTIONS TO ALL-EXCEPTIONS.

       PRINT-CAUSE-TOTALS.
           MOVE FUNCTION CONCATENATE(
               "Births: ", CAUSE-BIRTHS, "  deaths - old age: ",
               CAUSE-OLD-AGE, "  starvation: ", CAUSE-STARVED,
               "  plague: ", CAUSE-PLAGUE) TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           IF CAUSE-OPEN-SUM > 0
               COMPUTE RATE-WORK ROUNDED =
                   CAUSE-BIRTHS * 100 / CAUSE-OPEN-SUM
               MOVE RATE-WORK TO RATE-DISPLAY
               COMPUTE RATE-WORK ROUNDED =
                   (CAUSE-OLD-AGE + CAUSE-STARVED + CAUSE-PLAGUE)
                   * 100 / CAUSE-OPEN-SUM
               MOVE RATE-WORK TO RATE-DISPLAY-2
               MOVE FUNCTION CONCATENATE(
                   "Average birth rate: ", RATE-DISPLAY,
                   "  average death rate: ", RATE-DISPLAY-2)
                   TO PRINT-LINE
               PERFORM WRITE-VITAL-REPORT-LINE
           END-IF.

       PRINT-LARGEST-LOSS.
           MOVE 0 TO CAUSE-LARGEST
           MOVE "NONE" TO CAUSE-NAME
           IF CAUSE-OLD-AGE > CAUSE-LARGEST
               MOVE CAUSE-OLD-AGE TO CAUSE-LARGEST
               MOVE "OLD AGE" TO CAUSE-NAME
           END-IF
           IF CAUSE-STARVED > CAUSE-LARGEST
               MOVE CAUSE-STARVED TO CAUSE-LARGEST
               MOVE "STARVATION" TO CAUSE-NAME
           END-IF
           IF CAUSE-PLAGUE > CAUSE-LARGEST
               MOVE CAUSE-PLAGUE TO CAUSE-LARGEST
               MOVE "PLAGUE" TO CAUSE-NAME
           END-IF
           IF CAUSE-EMIGRANTS > CAUSE-LARGEST
               MOVE CAUSE-EMIGRANTS TO CAUSE-LARGEST
               MOVE "EMIGRATION" TO CAUSE-NAME
           END-IF
           MOVE FUNCTION CONCATENATE(
               "Largest cause of loss: ", FUNCTION TRIM(CAUSE-NAME),
               " (", CAUSE-LARGEST, ")") TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE.

       PRINT-OVERALL-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           MOVE "ALL KINGDOMS COMBINED" TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           MOVE FUNCTION CONCATENATE(
               "Kingdom years: ", ALL-YEARS,
               "  missing journals: ", MISSING-JOURNALS)
               TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           MOVE ALL-BIRTHS TO CAUSE-BIRTHS
           MOVE ALL-OLD-AGE TO CAUSE-OLD-AGE
           MOVE ALL-STARVED TO CAUSE-STARVED
           MOVE ALL-PLAGUE TO CAUSE-PLAGUE
           MOVE ALL-EMIGRANTS TO CAUSE-EMIGRANTS
           MOVE ALL-OPEN-SUM TO CAUSE-OPEN-SUM
           PERFORM PRINT-CAUSE-TOTALS
           MOVE FUNCTION CONCATENATE(
               "Immigrants: ", ALL-IMMIGRANTS,
               "  emigrants: ", ALL-EMIGRANTS,
               "  exceptions: ", ALL-EXCEPTIONS)
               TO PRINT-LINE
           PERFORM WRITE-VITAL-REPORT-LINE
           PERFORM PRINT-LARGEST-LOSS.

       WRITE-VITAL-REPORT-LINE.
           MOVE PRINT-LINE TO VITAL-REPORT-RECORD
           WRITE VITAL-REPORT-RECORD
           DISPLAY PRINT-LINE.
