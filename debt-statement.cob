       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBT-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT DEBT-FILE ASSIGN TO "DEBTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEBT.

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

       FD  DEBT-FILE.
       01  DEBT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-JOURNAL PIC XX.
       01 FS-DEBT PIC XX.
       01 KINGDOM-NAME PIC X(20).
       01 JOURNAL-NAME PIC X(32).
       01 JOURNAL-EOF PIC X VALUE 'N'.
       01 ENTRY-COUNT PIC 9(6) VALUE 0.
       01 DEBT-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 YEAR-COUNT PIC 9(3) VALUE 0.
       01 YEAR-TABLE.
           05 YEAR-ENTRY OCCURS 500 TIMES.
              10 TAB-YEAR PIC 9(4).
              10 TAB-DEBT-POSTED PIC X.
              10 TAB-OPENING PIC 9(6).
              10 TAB-BORROWED PIC 9(6).
              10 TAB-INTEREST PIC 9(6).
              10 TAB-REPAID PIC 9(6).
              10 TAB-CLOSING PIC 9(6).
       01 YEAR-INDEX PIC 9(3).
       01 YEAR-SLOT PIC 9(3).
       01 CARRIED-DEBT PIC 9(6) VALUE 0.
       01 FOOTED-CLOSING PIC S9(8).
       01 TOTAL-BORROWED PIC 9(8) VALUE 0.
       01 TOTAL-INTEREST PIC 9(8) VALUE 0.
       01 TOTAL-REPAID PIC 9(8) VALUE 0.
       01 INTEREST-YEARS PIC 9(3) VALUE 0.
       01 BREAK-COUNT PIC 9(3) VALUE 0.
       01 FOOTING-ERRORS PIC 9(3) VALUE 0.
       01 BORROWING-COST PIC 9(5)V9.
       01 BORROWING-COST-DISPLAY PIC ZZZZ9.9.
       01 YEAR-FLAGS PIC X(30).
       01 PRINT-LINE PIC X(80).
       01 STATEMENT-LINE.
           05 DS-YEAR PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DS-OPENING PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DS-BORROWED PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DS-INTEREST PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DS-REPAID PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DS-CLOSING PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DS-FLAGS PIC X(24).

       PROCEDURE DIVISION.
           DISPLAY "Kingdom name for debt statement?"
           ACCEPT KINGDOM-NAME
           IF KINGDOM-NAME = SPACES
               DISPLAY "A kingdom name is required."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CONCATENATE(
               "JOURNAL-", FUNCTION TRIM(KINGDOM-NAME), ".DAT")
               TO JOURNAL-NAME
           OPEN INPUT JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               DISPLAY "*** UNABLE TO OPEN JOURNAL FILE, STATUS "
                   FS-JOURNAL " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-NEXT-JOURNAL-ENTRY
               UNTIL JOURNAL-EOF = 'Y'
           CLOSE JOURNAL-FILE
           OPEN OUTPUT DEBT-FILE
           IF FS-DEBT NOT = "00"
               DISPLAY "*** UNABLE TO OPEN DEBT FILE, STATUS "
                   FS-DEBT " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CONCATENATE(
               "GRAIN TYRANT - TREASURY DEBT STATEMENT FOR ",
               FUNCTION TRIM(KINGDOM-NAME)) TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           IF YEAR-COUNT = 0
               MOVE "No journal entries on file." TO PRINT-LINE
               PERFORM WRITE-DEBT-LINE
               CLOSE DEBT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARRY-DEBT-FORWARD
               VARYING YEAR-INDEX FROM 1 BY 1
               UNTIL YEAR-INDEX > YEAR-COUNT
           PERFORM PRINT-DEBT-TABLE
           PERFORM PRINT-DEBT-SUMMARY
           CLOSE DEBT-FILE
           IF BREAK-COUNT > 0 OR FOOTING-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF INTEREST-YEARS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       LOAD-NEXT-JOURNAL-ENTRY.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   ADD 1 TO ENTRY-COUNT
                   PERFORM LOAD-ONE-JOURNAL-ENTRY
           END-READ.

       LOAD-ONE-JOURNAL-ENTRY.
           MOVE 0 TO YEAR-SLOT
           PERFORM FIND-YEAR-SLOT
               VARYING YEAR-INDEX FROM 1 BY 1
               UNTIL YEAR-INDEX > YEAR-COUNT
           IF YEAR-SLOT = 0
               IF YEAR-COUNT < 500
                   ADD 1 TO YEAR-COUNT
                   MOVE YEAR-COUNT TO YEAR-SLOT
                   MOVE JR-YEAR TO TAB-YEAR(YEAR-SLOT)
                   MOVE 'N' TO TAB-DEBT-POSTED(YEAR-SLOT)
                   MOVE 0 TO TAB-OPENING(YEAR-SLOT)
                   MOVE 0 TO TAB-BORROWED(YEAR-SLOT)
                   MOVE 0 TO TAB-INTEREST(YEAR-SLOT)
                   MOVE 0 TO TAB-REPAID(YEAR-SLOT)
                   MOVE 0 TO TAB-CLOSING(YEAR-SLOT)
               ELSE
                   DISPLAY "*** YEAR TABLE FULL, ENTRY SKIPPED ***"
               END-IF
           END-IF
           IF YEAR-SLOT > 0
               AND (JR-CODE = "LOAN" OR JR-CODE = "INTR"
                   OR JR-CODE = "REPY")
               ADD 1 TO DEBT-ENTRY-COUNT
               IF TAB-DEBT-POSTED(YEAR-SLOT) = 'N'
                   MOVE 'Y' TO TAB-DEBT-POSTED(YEAR-SLOT)
                   MOVE JR-BEFORE TO TAB-OPENING(YEAR-SLOT)
               END-IF
               EVALUATE JR-CODE
                   WHEN "LOAN"
                       ADD JR-QUANTITY TO TAB-BORROWED(YEAR-SLOT)
                   WHEN "INTR"
                       ADD JR-QUANTITY TO TAB-INTEREST(YEAR-SLOT)
                   WHEN "REPY"
                       ADD JR-QUANTITY TO TAB-REPAID(YEAR-SLOT)
               END-EVALUATE
               MOVE JR-AFTER TO TAB-CLOSING(YEAR-SLOT)
           END-IF.

       FIND-YEAR-SLOT.
           IF TAB-YEAR(YEAR-INDEX) = JR-YEAR
               MOVE YEAR-INDEX TO YEAR-SLOT
           END-IF.

       CARRY-DEBT-FORWARD.
           IF TAB-DEBT-POSTED(YEAR-INDEX) = 'N'
               MOVE CARRIED-DEBT TO TAB-OPENING(YEAR-INDEX)
               MOVE CARRIED-DEBT TO TAB-CLOSING(YEAR-INDEX)
           END-IF
           MOVE TAB-CLOSING(YEAR-INDEX) TO CARRIED-DEBT.

       PRINT-DEBT-TABLE.
           MOVE "Year   Opening  Borrowed  Interest    Repaid"
               TO PRINT-LINE
           MOVE "   Closing  Flags" TO PRINT-LINE(45:)
           PERFORM WRITE-DEBT-LINE
           PERFORM PRINT-ONE-DEBT-YEAR
               VARYING YEAR-INDEX FROM 1 BY 1
               UNTIL YEAR-INDEX > YEAR-COUNT.

       PRINT-ONE-DEBT-YEAR.
           MOVE SPACES TO YEAR-FLAGS
           ADD TAB-BORROWED(YEAR-INDEX) TO TOTAL-BORROWED
           ADD TAB-INTEREST(YEAR-INDEX) TO TOTAL-INTEREST
           ADD TAB-REPAID(YEAR-INDEX) TO TOTAL-REPAID
           IF TAB-INTEREST(YEAR-INDEX) > TAB-REPAID(YEAR-INDEX)
               ADD 1 TO INTEREST-YEARS
               MOVE "INT>REPAY" TO YEAR-FLAGS
           END-IF
           IF YEAR-INDEX > 1
               AND TAB-OPENING(YEAR-INDEX) NOT =
                   TAB-CLOSING(YEAR-INDEX - 1)
               ADD 1 TO BREAK-COUNT
               MOVE FUNCTION CONCATENATE(
                   FUNCTION TRIM(YEAR-FLAGS), " OPEN<>PRIOR")
                   TO YEAR-FLAGS
           END-IF
           COMPUTE FOOTED-CLOSING = TAB-OPENING(YEAR-INDEX)
               + TAB-BORROWED(YEAR-INDEX)
               + TAB-INTEREST(YEAR-INDEX)
               - TAB-REPAID(YEAR-INDEX)
           IF FOOTED-CLOSING NOT = TAB-CLOSING(YEAR-INDEX)
               ADD 1 TO FOOTING-ERRORS
               MOVE FUNCTION CONCATENATE(
                   FUNCTION TRIM(YEAR-FLAGS), " NO-FOOT")
                   TO YEAR-FLAGS
           END-IF
           MOVE TAB-YEAR(YEAR-INDEX) TO DS-YEAR
           MOVE TAB-OPENING(YEAR-INDEX) TO DS-OPENING
           MOVE TAB-BORROWED(YEAR-INDEX) TO DS-BORROWED
           MOVE TAB-INTEREST(YEAR-INDEX) TO DS-INTEREST
           MOVE TAB-REPAID(YEAR-INDEX) TO DS-REPAID
           MOVE TAB-CLOSING(YEAR-INDEX) TO DS-CLOSING
           MOVE FUNCTION TRIM(YEAR-FLAGS) TO DS-FLAGS
           MOVE STATEMENT-LINE TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           IF YEAR-INDEX > 1
               AND TAB-OPENING(YEAR-INDEX) NOT =
                   TAB-CLOSING(YEAR-INDEX - 1)
               MOVE FUNCTION CONCATENATE(
                   "  YEAR ", TAB-YEAR(YEAR-INDEX),
                   " OPENING ", TAB-OPENING(YEAR-INDEX),
                   " DOES NOT AGREE WITH YEAR ",
                   TAB-YEAR(YEAR-INDEX - 1),
                   " CLOSING ", TAB-CLOSING(YEAR-INDEX - 1))
                   TO PRINT-LINE
               PERFORM WRITE-DEBT-LINE
           END-IF.

       PRINT-DEBT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           MOVE FUNCTION CONCATENATE(
               "Journal entries read:      ", ENTRY-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           MOVE FUNCTION CONCATENATE(
               "Debt postings read:        ", DEBT-ENTRY-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           MOVE FUNCTION CONCATENATE(
               "Total borrowed:            ", TOTAL-BORROWED)
               TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           MOVE FUNCTION CONCATENATE(
               "Total interest charged:    ", TOTAL-INTEREST)
               TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           MOVE FUNCTION CONCATENATE(
               "Total repaid:              ", TOTAL-REPAID)
               TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           MOVE FUNCTION CONCATENATE(
               "Debt outstanding:          ", CARRIED-DEBT)
               TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           IF TOTAL-BORROWED > 0
               COMPUTE BORROWING-COST ROUNDED =
                   (TOTAL-INTEREST * 100) / TOTAL-BORROWED
               MOVE BORROWING-COST TO BORROWING-COST-DISPLAY
               MOVE FUNCTION CONCATENATE(
                   "Effective cost of borrowing: ",
                   BORROWING-COST-DISPLAY,
                   " pct of principal") TO PRINT-LINE
           ELSE
               MOVE "Effective cost of borrowing: n/a, no loans"
                   TO PRINT-LINE
           END-IF
           PERFORM WRITE-DEBT-LINE
           MOVE FUNCTION CONCATENATE(
               "Years interest > repayment: ", INTEREST-YEARS)
               TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           MOVE FUNCTION CONCATENATE(
               "Opening/closing breaks:     ", BREAK-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           MOVE FUNCTION CONCATENATE(
               "Years not footing:          ", FOOTING-ERRORS)
               TO PRINT-LINE
           PERFORM WRITE-DEBT-LINE
           IF BREAK-COUNT = 0 AND FOOTING-ERRORS = 0
               MOVE "Debt statement BALANCED." TO PRINT-LINE
           ELSE
               MOVE "Debt statement OUT OF BALANCE. See lines above."
                   TO PRINT-LINE
           END-IF
           PERFORM WRITE-DEBT-LINE.

       WRITE-DEBT-LINE.
           MOVE PRINT-LINE TO DEBT-RECORD
           WRITE DEBT-RECORD
           DISPLAY PRINT-LINE.
