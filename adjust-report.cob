       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUST-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "DECEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADJUSTMENT.
           SELECT ADJUST-REPORT-FILE ASSIGN TO "ADJRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADJUST-REPORT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ADJUST-REPORT-FILE.
       01  ADJUST-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-ADJUSTMENT PIC XX.
       01 FS-ADJUST-REPORT PIC XX.
       01 ADJUSTMENT-EOF PIC X VALUE 'N'.
       01 ADJUSTMENTS-READ PIC 9(6) VALUE 0.
       01 ADJUSTMENTS-DROPPED PIC 9(6) VALUE 0.
       01 KINGDOM-COUNT PIC 9(2) VALUE 0.
       01 KINGDOM-INDEX PIC 9(2).
       01 KINGDOM-SLOT PIC 9(2).
       01 FIELD-COUNT PIC 9(2) VALUE 0.
       01 FIELD-INDEX PIC 9(2).
       01 FIELD-SLOT PIC 9(2).
       01 FIELD-TABLE.
           05 FIELD-ENTRY OCCURS 12 TIMES.
              10 TAB-FIELD PIC X(22).
              10 TAB-ALL-COUNT PIC 9(5).
              10 TAB-ALL-CUT PIC 9(7).
       01 KINGDOM-TABLE.
           05 KINGDOM-ENTRY OCCURS 50 TIMES.
              10 TAB-KINGDOM PIC X(20).
              10 TAB-KINGDOM-COUNT PIC 9(5).
              10 TAB-FIRST-YEAR PIC 9(4).
              10 TAB-LAST-YEAR PIC 9(4).
              10 TAB-KINGDOM-FIELD OCCURS 12 TIMES.
                 15 TAB-COUNT PIC 9(5).
                 15 TAB-CUT PIC 9(7).
       01 REQUESTED-AMOUNT PIC 9(5).
       01 APPLIED-AMOUNT PIC 9(5).
       01 PRINT-LINE PIC X(80).
       01 SUMMARY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SM-FIELD PIC X(22).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SM-COUNT PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SM-CUT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT ADJUSTMENT-FILE
           IF FS-ADJUSTMENT NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ADJUSTMENT FILE, STATUS "
                   FS-ADJUSTMENT " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADJUST-REPORT-FILE
           IF FS-ADJUST-REPORT NOT = "00"
               DISPLAY "*** UNABLE TO OPEN ADJUSTMENT REPORT FILE, "
                   "STATUS " FS-ADJUST-REPORT " ***"
               CLOSE ADJUSTMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TALLY-NEXT-ADJUSTMENT
               UNTIL ADJUSTMENT-EOF = 'Y'
           CLOSE ADJUSTMENT-FILE
           MOVE "GRAIN TYRANT - DECISION ADJUSTMENT SUMMARY"
               TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE
           IF ADJUSTMENTS-READ = 0
               MOVE SPACES TO PRINT-LINE
               PERFORM WRITE-ADJUST-REPORT-LINE
               MOVE "No decisions were adjusted." TO PRINT-LINE
               PERFORM WRITE-ADJUST-REPORT-LINE
           ELSE
               PERFORM PRINT-ONE-KINGDOM
                   VARYING KINGDOM-INDEX FROM 1 BY 1
                   UNTIL KINGDOM-INDEX > KINGDOM-COUNT
               PERFORM PRINT-ALL-KINGDOMS
           END-IF
           CLOSE ADJUST-REPORT-FILE
           IF ADJUSTMENTS-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ADJUSTMENTS-READ > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       TALLY-NEXT-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO ADJUSTMENT-EOF
               NOT AT END
                   ADD 1 TO ADJUSTMENTS-READ
                   PERFORM TALLY-ONE-ADJUSTMENT
           END-READ.

       TALLY-ONE-ADJUSTMENT.
           MOVE 0 TO KINGDOM-SLOT
           PERFORM FIND-KINGDOM-SLOT
               VARYING KINGDOM-INDEX FROM 1 BY 1
               UNTIL KINGDOM-INDEX > KINGDOM-COUNT
           IF KINGDOM-SLOT = 0
               IF KINGDOM-COUNT < 50
                   ADD 1 TO KINGDOM-COUNT
                   MOVE KINGDOM-COUNT TO KINGDOM-SLOT
                   MOVE DX-KINGDOM TO TAB-KINGDOM(KINGDOM-SLOT)
                   MOVE 0 TO TAB-KINGDOM-COUNT(KINGDOM-SLOT)
                   MOVE DX-YEAR TO TAB-FIRST-YEAR(KINGDOM-SLOT)
                   MOVE DX-YEAR TO TAB-LAST-YEAR(KINGDOM-SLOT)
                   PERFORM CLEAR-KINGDOM-FIELD
                       VARYING FIELD-INDEX FROM 1 BY 1
                       UNTIL FIELD-INDEX > 12
               END-IF
           END-IF
           MOVE 0 TO FIELD-SLOT
           PERFORM FIND-FIELD-SLOT
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT
           IF FIELD-SLOT = 0
               IF FIELD-COUNT < 12
                   ADD 1 TO FIELD-COUNT
                   MOVE FIELD-COUNT TO FIELD-SLOT
                   MOVE DX-FIELD TO TAB-FIELD(FIELD-SLOT)
                   MOVE 0 TO TAB-ALL-COUNT(FIELD-SLOT)
                   MOVE 0 TO TAB-ALL-CUT(FIELD-SLOT)
               END-IF
           END-IF
           IF KINGDOM-SLOT = 0 OR FIELD-SLOT = 0
               ADD 1 TO ADJUSTMENTS-DROPPED
           ELSE
               PERFORM POST-ADJUSTMENT
           END-IF.

       FIND-KINGDOM-SLOT.
           IF TAB-KINGDOM(KINGDOM-INDEX) = DX-KINGDOM
               MOVE KINGDOM-INDEX TO KINGDOM-SLOT
           END-IF.

       FIND-FIELD-SLOT.
           IF TAB-FIELD(FIELD-INDEX) = DX-FIELD
               MOVE FIELD-INDEX TO FIELD-SLOT
           END-IF.

       CLEAR-KINGDOM-FIELD.
           MOVE 0 TO TAB-COUNT(KINGDOM-SLOT, FIELD-INDEX)
           MOVE 0 TO TAB-CUT(KINGDOM-SLOT, FIELD-INDEX).

       POST-ADJUSTMENT.
           ADD 1 TO TAB-KINGDOM-COUNT(KINGDOM-SLOT)
           ADD 1 TO TAB-COUNT(KINGDOM-SLOT, FIELD-SLOT)
           ADD 1 TO TAB-ALL-COUNT(FIELD-SLOT)
           IF DX-YEAR < TAB-FIRST-YEAR(KINGDOM-SLOT)
               MOVE DX-YEAR TO TAB-FIRST-YEAR(KINGDOM-SLOT)
           END-IF
           IF DX-YEAR > TAB-LAST-YEAR(KINGDOM-SLOT)
               MOVE DX-YEAR TO TAB-LAST-YEAR(KINGDOM-SLOT)
           END-IF
           IF DX-REQUESTED IS NUMERIC AND DX-APPLIED IS NUMERIC
               MOVE DX-REQUESTED TO REQUESTED-AMOUNT
               MOVE DX-APPLIED TO APPLIED-AMOUNT
               IF REQUESTED-AMOUNT > APPLIED-AMOUNT
                   COMPUTE TAB-CUT(KINGDOM-SLOT, FIELD-SLOT) =
                       TAB-CUT(KINGDOM-SLOT, FIELD-SLOT)
                       + REQUESTED-AMOUNT - APPLIED-AMOUNT
                   COMPUTE TAB-ALL-CUT(FIELD-SLOT) =
                       TAB-ALL-CUT(FIELD-SLOT)
                       + REQUESTED-AMOUNT - APPLIED-AMOUNT
               END-IF
           END-IF.

       PRINT-ONE-KINGDOM.
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE
           MOVE FUNCTION CONCATENATE(
               "KINGDOM: ",
               FUNCTION TRIM(TAB-KINGDOM(KINGDOM-INDEX)),
               "  adjustments ", TAB-KINGDOM-COUNT(KINGDOM-INDEX),
               "  years ", TAB-FIRST-YEAR(KINGDOM-INDEX),
               "-", TAB-LAST-YEAR(KINGDOM-INDEX))
               TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE
           MOVE "  Field                   Count  Units cut"
               TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE
           PERFORM PRINT-ONE-KINGDOM-FIELD
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT.

       PRINT-ONE-KINGDOM-FIELD.
           IF TAB-COUNT(KINGDOM-INDEX, FIELD-INDEX) > 0
               MOVE TAB-FIELD(FIELD-INDEX) TO SM-FIELD
               MOVE TAB-COUNT(KINGDOM-INDEX, FIELD-INDEX)
                   TO SM-COUNT
               MOVE TAB-CUT(KINGDOM-INDEX, FIELD-INDEX) TO SM-CUT
               MOVE SUMMARY-LINE TO PRINT-LINE
               PERFORM WRITE-ADJUST-REPORT-LINE
           END-IF.

       PRINT-ALL-KINGDOMS.
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE
           MOVE "ALL KINGDOMS COMBINED" TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE
           MOVE "  Field                   Count  Units cut"
               TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE
           PERFORM PRINT-ONE-FIELD-TOTAL
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE
           MOVE FUNCTION CONCATENATE(
               "Adjustments read: ", ADJUSTMENTS-READ,
               "  kingdoms: ", KINGDOM-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE
           IF ADJUSTMENTS-DROPPED > 0
               MOVE FUNCTION CONCATENATE(
                   "*** ", ADJUSTMENTS-DROPPED,
                   " ADJUSTMENTS NOT SUMMARIZED, TABLE FULL ***")
                   TO PRINT-LINE
               PERFORM WRITE-ADJUST-REPORT-LINE
           END-IF.

       PRINT-ONE-FIELD-TOTAL.
           MOVE TAB-FIELD(FIELD-INDEX) TO SM-FIELD
           MOVE TAB-ALL-COUNT(FIELD-INDEX) TO SM-COUNT
           MOVE TAB-ALL-CUT(FIELD-INDEX) TO SM-CUT
           MOVE SUMMARY-LINE TO PRINT-LINE
           PERFORM WRITE-ADJUST-REPORT-LINE.

       WRITE-ADJUST-REPORT-LINE.
           MOVE PRINT-LINE TO ADJUST-REPORT-RECORD
           WRITE ADJUST-REPORT-RECORD
           DISPLAY PRINT-LINE.
