       IDENTIFICATION DIVISION.
       PROGRAM-ID. KINGDOM-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-KINGDOM-FILE ASSIGN TO "KINGDOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OK-NAME
               FILE STATUS IS FS-OLD-KINGDOM.
           SELECT UNLOAD-FILE ASSIGN TO "KINGUNLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UNLOAD.
           SELECT NEW-KINGDOM-FILE ASSIGN TO "KINGNEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NK-NAME
               FILE STATUS IS FS-NEW-KINGDOM.
           SELECT KINGDOM-FILE ASSIGN TO "KINGDOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-NAME
               FILE STATUS IS FS-KINGDOM.
           SELECT CONVERT-REPORT-FILE ASSIGN TO "KCONVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONVERT-REPORT.
           SELECT CONVERT-STATE-FILE ASSIGN TO "KCONVSTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONVERT-STATE.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-KINGDOM-FILE
           RECORD VARYING IN SIZE FROM 41 TO 191 CHARACTERS
               DEPENDING ON OLD-RECORD-LENGTH.
       01  OLD-KINGDOM-RECORD.
           05 OK-NAME PIC X(20).
           05 OK-REST PIC X(171).

       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD.
           05 UK-NAME PIC X(20).
           05 UK-YEAR PIC 9(4).
           05 UK-SEASON PIC X(6).
           05 UK-GRAIN PIC 9(5).
           05 UK-PEOPLE PIC 9(3).
           05 UK-GOLD PIC 9(3).
           05 UK-TOTAL-GRAIN-PRODUCED PIC 9(6).
           05 UK-TOTAL-STARVED PIC 9(5).
           05 UK-TOTAL-GRAIN-SOLD PIC 9(6).
           05 UK-TOTAL-GRAIN-CONSUMED PIC 9(6).
           05 UK-STARTING-GRAIN PIC 9(5).
           05 UK-FLAX PIC 9(5).
           05 UK-TOTAL-FLAX-PRODUCED PIC 9(6).
           05 UK-GOLD-DEBT PIC 9(5).
           05 UK-FARMERS PIC 9(3).
           05 UK-LABORERS PIC 9(3).
           05 UK-PHASE-NUM PIC 9.
           05 UK-YEAR-STARVED PIC 9(3).
           05 UK-TOTAL-GRAIN-SOWN PIC 9(6).
           05 UK-GRAIN-TO-SOW PIC 9(4).
           05 UK-FLAX-TO-SOW PIC 9(4).
           05 UK-GRAIN-TO-SELL PIC 9(5).
           05 UK-FLAX-TO-SELL PIC 9(5).
           05 UK-TAKE-LOAN PIC X.
           05 UK-ACCEPTED-IMMIGRANTS PIC 9(3).
           05 UK-DECISIONS-READ-COUNT PIC 9(4).
           05 UK-GRANARY-CAPACITY PIC 9(5).
           05 UK-TOTAL-GRAIN-SPOILED PIC 9(6).
           05 UK-BUILD-GRANARY PIC X.
           05 UK-GRAIN-TO-BUY PIC 9(5).
           05 UK-FLAX-TO-BUY PIC 9(5).
           05 UK-TOTAL-GRAIN-BOUGHT PIC 9(6).
           05 UK-CHILDREN PIC 9(3).
           05 UK-ADULTS PIC 9(3).
           05 UK-ELDERS PIC 9(3).
           05 UK-ROLL-COUNT PIC 9(4).
           05 UK-GRAIN-PRICE PIC 9V99.
           05 UK-FLAX-PRICE PIC 9V99.
           05 UK-LAST-GRAIN-PRICE PIC 9V99.
           05 UK-LAST-FLAX-PRICE PIC 9V99.
           05 UK-TAX-RATE PIC 9(2).
           05 UK-UNREST PIC 9(3).
           05 UK-TOTAL-TAX-COLLECTED PIC 9(6).

       FD  NEW-KINGDOM-FILE.
       01  NEW-KINGDOM-RECORD.
           05 NK-NAME PIC X(20).
           05 NK-REST PIC X(171).

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

       FD  CONVERT-REPORT-FILE.
       01  CONVERT-REPORT-RECORD PIC X(80).

       FD  CONVERT-STATE-FILE.
       01  CONVERT-STATE-RECORD.
           05 CS-STATE PIC X(10).
           05 CS-SEP1 PIC X(1).
           05 CS-OLD-READ PIC 9(5).
           05 CS-SEP2 PIC X(1).
           05 CS-UNLOADED PIC 9(5).

       WORKING-STORAGE SECTION.
       01 FS-OLD-KINGDOM PIC XX.
       01 FS-UNLOAD PIC XX.
       01 FS-NEW-KINGDOM PIC XX.
       01 FS-KINGDOM PIC XX.
       01 FS-CONVERT-REPORT PIC XX.
       01 FS-CONVERT-STATE PIC XX.
       01 OLD-RECORD-LENGTH PIC 9(4).
       01 SHORT-RECORD-COUNT PIC 9(5) VALUE 0.
       01 CONVERT-STATE PIC X(10) VALUE SPACES.
       01 STATE-WRITTEN PIC X.
       01 RELOAD-ONLY PIC X VALUE 'N'.
       01 RELOAD-CONFIRM PIC X.
       01 OLD-KINGDOM-EOF PIC X.
       01 UNLOAD-EOF PIC X.
       01 NEW-KINGDOM-EOF PIC X.
       01 KINGDOM-EOF PIC X.
       01 OLD-READ-COUNT PIC 9(5) VALUE 0.
       01 UNLOADED-COUNT PIC 9(5) VALUE 0.
       01 UNLOAD-ERROR-COUNT PIC 9(5) VALUE 0.
       01 RELOAD-READ-COUNT PIC 9(5) VALUE 0.
       01 RELOADED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 DEFAULTED-COUNT PIC 9(5) VALUE 0.
       01 VERIFIED-COUNT PIC 9(5) VALUE 0.
       01 INSTALLED-COUNT PIC 9(5) VALUE 0.
       01 AFTER-COUNT PIC 9(5) VALUE 0.
       01 RELOAD-PEOPLE-TOTAL PIC 9(9) VALUE 0.
       01 RELOAD-GRAIN-TOTAL PIC 9(9) VALUE 0.
       01 VERIFY-PEOPLE-TOTAL PIC 9(9) VALUE 0.
       01 VERIFY-GRAIN-TOTAL PIC 9(9) VALUE 0.
       01 AFTER-PEOPLE-TOTAL PIC 9(9) VALUE 0.
       01 AFTER-GRAIN-TOTAL PIC 9(9) VALUE 0.
       01 RELOAD-VERIFIED PIC X VALUE 'N'.
       01 INSTALL-VERIFIED PIC X VALUE 'N'.
       01 INSTALL-CONFIRM PIC X.
       01 RECORD-REJECTED PIC X.
       01 REJECT-REASON PIC X(30).
       01 DEFAULT-FIELD-NAME PIC X(24).
       01 COHORTS-DEFAULTED PIC X.
       01 PRINT-LINE PIC X(80).

       PROCEDURE DIVISION.
           OPEN OUTPUT CONVERT-REPORT-FILE
           IF FS-CONVERT-REPORT NOT = "00"
               DISPLAY "*** UNABLE TO OPEN CONVERSION REPORT, "
                   "STATUS " FS-CONVERT-REPORT " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GRAIN TYRANT - KINGDOM MASTER CONVERSION"
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           PERFORM READ-CONVERT-STATE
           IF CONVERT-STATE = "INSTALLING"
               PERFORM CONFIRM-RELOAD-ONLY
           ELSE
               PERFORM UNLOAD-KINGDOM-MASTER
           END-IF
           PERFORM RELOAD-KINGDOM-MASTER
           PERFORM VERIFY-RELOADED-MASTER
           PERFORM PRINT-CONVERSION-COUNTS
           IF RELOAD-VERIFIED NOT = 'Y'
               MOVE "Reload NOT verified. KINGDOM.DAT left as it was."
                   TO PRINT-LINE
               PERFORM WRITE-CONVERT-LINE
               CLOSE CONVERT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Reload verified. Install KINGNEW.DAT over"
               " KINGDOM.DAT? (Y/N)"
           IF REJECTED-COUNT > 0
               DISPLAY "WARNING: " REJECTED-COUNT
                   " rejected reigns will be left out of the"
                   " new master."
           END-IF
           ACCEPT INSTALL-CONFIRM
           MOVE FUNCTION UPPER-CASE(INSTALL-CONFIRM)
               TO INSTALL-CONFIRM
           IF INSTALL-CONFIRM NOT = 'Y'
               MOVE "Install not confirmed. KINGDOM.DAT left as it"
                   TO PRINT-LINE
               MOVE " was; converted master kept in KINGNEW.DAT."
                   TO PRINT-LINE(47:)
               PERFORM WRITE-CONVERT-LINE
               CLOSE CONVERT-REPORT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM INSTALL-CONVERTED-MASTER
           PERFORM VERIFY-INSTALLED-MASTER
           IF INSTALL-VERIFIED = 'Y'
               MOVE "COMPLETE" TO CONVERT-STATE
               PERFORM WRITE-CONVERT-STATE
           END-IF
           PERFORM PRINT-INSTALL-COUNTS
           CLOSE CONVERT-REPORT-FILE
           IF INSTALL-VERIFIED NOT = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       READ-CONVERT-STATE.
           MOVE SPACES TO CONVERT-STATE
           OPEN INPUT CONVERT-STATE-FILE
           EVALUATE FS-CONVERT-STATE
               WHEN "00"
                   READ CONVERT-STATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CS-STATE TO CONVERT-STATE
                   END-READ
                   CLOSE CONVERT-STATE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN CONVERSION STATE FILE, "
                       "STATUS " FS-CONVERT-STATE " ***"
                   MOVE "Conversion state unknown. Nothing unloaded."
                       TO PRINT-LINE
                   PERFORM WRITE-CONVERT-LINE
                   CLOSE CONVERT-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CONFIRM-RELOAD-ONLY.
           MOVE "Previous install did not complete. KINGUNLD.DAT"
               TO PRINT-LINE
           MOVE " will not be overwritten." TO PRINT-LINE(48:)
           PERFORM WRITE-CONVERT-LINE
           DISPLAY "Reload KINGDOM.DAT from the existing KINGUNLD.DAT?"
               " (Y/N)"
           ACCEPT RELOAD-CONFIRM
           MOVE FUNCTION UPPER-CASE(RELOAD-CONFIRM)
               TO RELOAD-CONFIRM
           IF RELOAD-CONFIRM NOT = 'Y'
               MOVE "Reload not confirmed. KINGUNLD.DAT and KINGDOM.DAT"
                   TO PRINT-LINE
               MOVE " left as they were." TO PRINT-LINE(51:)
               PERFORM WRITE-CONVERT-LINE
               CLOSE CONVERT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO RELOAD-ONLY
           MOVE CS-OLD-READ TO OLD-READ-COUNT
           MOVE CS-UNLOADED TO UNLOADED-COUNT
           MOVE "Reloading from the KINGUNLD.DAT of the earlier run."
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE.

       WRITE-CONVERT-STATE.
           MOVE 'N' TO STATE-WRITTEN
           MOVE CONVERT-STATE TO CS-STATE
           MOVE SPACE TO CS-SEP1
           MOVE OLD-READ-COUNT TO CS-OLD-READ
           MOVE SPACE TO CS-SEP2
           MOVE UNLOADED-COUNT TO CS-UNLOADED
           OPEN OUTPUT CONVERT-STATE-FILE
           IF FS-CONVERT-STATE = "00"
               WRITE CONVERT-STATE-RECORD
               IF FS-CONVERT-STATE = "00"
                   MOVE 'Y' TO STATE-WRITTEN
               END-IF
               CLOSE CONVERT-STATE-FILE
           END-IF
           IF STATE-WRITTEN NOT = 'Y'
               DISPLAY "*** UNABLE TO WRITE CONVERSION STATE FILE, "
                   "STATUS " FS-CONVERT-STATE " ***"
           END-IF.

       UNLOAD-KINGDOM-MASTER.
           OPEN INPUT OLD-KINGDOM-FILE
           IF FS-OLD-KINGDOM NOT = "00"
               DISPLAY "*** UNABLE TO OPEN KINGDOM FILE, STATUS "
                   FS-OLD-KINGDOM " ***"
               MOVE FUNCTION CONCATENATE(
                   "No kingdom master to unload, status ",
                   FS-OLD-KINGDOM) TO PRINT-LINE
               PERFORM WRITE-CONVERT-LINE
               CLOSE CONVERT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT UNLOAD-FILE
           IF FS-UNLOAD NOT = "00"
               DISPLAY "*** UNABLE TO OPEN UNLOAD FILE, STATUS "
                   FS-UNLOAD " ***"
               CLOSE OLD-KINGDOM-FILE
               CLOSE CONVERT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO OK-NAME
           START OLD-KINGDOM-FILE KEY NOT < OK-NAME
               INVALID KEY CONTINUE
           END-START
           IF FS-OLD-KINGDOM = "00"
               MOVE 'N' TO OLD-KINGDOM-EOF
           ELSE
               MOVE 'Y' TO OLD-KINGDOM-EOF
           END-IF
           PERFORM UNLOAD-NEXT-KINGDOM
               UNTIL OLD-KINGDOM-EOF = 'Y'
           CLOSE OLD-KINGDOM-FILE
           CLOSE UNLOAD-FILE.

       UNLOAD-NEXT-KINGDOM.
           READ OLD-KINGDOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO OLD-KINGDOM-EOF
               NOT AT END
                   ADD 1 TO OLD-READ-COUNT
                   MOVE SPACES TO UNLOAD-RECORD
                   MOVE OLD-KINGDOM-RECORD(1:OLD-RECORD-LENGTH)
                       TO UNLOAD-RECORD(1:OLD-RECORD-LENGTH)
                   IF OLD-RECORD-LENGTH < 191
                       ADD 1 TO SHORT-RECORD-COUNT
                   END-IF
                   WRITE UNLOAD-RECORD
                   IF FS-UNLOAD = "00"
                       ADD 1 TO UNLOADED-COUNT
                   ELSE
                       DISPLAY "*** UNABLE TO WRITE UNLOAD FILE, "
                           "STATUS " FS-UNLOAD " ***"
                       ADD 1 TO UNLOAD-ERROR-COUNT
                   END-IF
           END-READ
           IF FS-OLD-KINGDOM NOT = "00" AND FS-OLD-KINGDOM NOT = "10"
               DISPLAY "*** UNABLE TO READ OLD KINGDOM FILE, STATUS "
                   FS-OLD-KINGDOM " ***"
               ADD 1 TO UNLOAD-ERROR-COUNT
               MOVE 'Y' TO OLD-KINGDOM-EOF
           END-IF.

       RELOAD-KINGDOM-MASTER.
           OPEN INPUT UNLOAD-FILE
           IF FS-UNLOAD NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN UNLOAD FILE, STATUS "
                   FS-UNLOAD " ***"
               CLOSE CONVERT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-KINGDOM-FILE
           IF FS-NEW-KINGDOM NOT = "00"
               DISPLAY "*** UNABLE TO OPEN NEW KINGDOM FILE, STATUS "
                   FS-NEW-KINGDOM " ***"
               CLOSE UNLOAD-FILE
               CLOSE CONVERT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Rejected and defaulted records:" TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE 'N' TO UNLOAD-EOF
           PERFORM RELOAD-NEXT-KINGDOM
               UNTIL UNLOAD-EOF = 'Y'
           CLOSE UNLOAD-FILE
           CLOSE NEW-KINGDOM-FILE
           IF REJECTED-COUNT = 0 AND DEFAULTED-COUNT = 0
               MOVE "  none" TO PRINT-LINE
               PERFORM WRITE-CONVERT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE.

       RELOAD-NEXT-KINGDOM.
           READ UNLOAD-FILE
               AT END
                   MOVE 'Y' TO UNLOAD-EOF
               NOT AT END
                   ADD 1 TO RELOAD-READ-COUNT
                   PERFORM RELOAD-ONE-KINGDOM
           END-READ.

       RELOAD-ONE-KINGDOM.
           MOVE 'N' TO RECORD-REJECTED
           PERFORM CHECK-UNLOADED-RECORD
           IF RECORD-REJECTED = 'N'
               PERFORM MAP-UNLOADED-RECORD
               MOVE KINGDOM-RECORD TO NEW-KINGDOM-RECORD
               WRITE NEW-KINGDOM-RECORD
                   INVALID KEY
                       MOVE 'Y' TO RECORD-REJECTED
                       MOVE FUNCTION CONCATENATE(
                           "DUPLICATE NAME, STATUS ",
                           FS-NEW-KINGDOM) TO REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO RELOADED-COUNT
                       ADD KM-PEOPLE TO RELOAD-PEOPLE-TOTAL
                       ADD KM-GRAIN TO RELOAD-GRAIN-TOTAL
               END-WRITE
           END-IF
           IF RECORD-REJECTED = 'Y'
               ADD 1 TO REJECTED-COUNT
               MOVE FUNCTION CONCATENATE(
                   "  REJECTED ", UK-NAME, " ", REJECT-REASON)
                   TO PRINT-LINE
               PERFORM WRITE-CONVERT-LINE
           END-IF.

       CHECK-UNLOADED-RECORD.
           EVALUATE TRUE
               WHEN UK-NAME = SPACES
                   MOVE 'Y' TO RECORD-REJECTED
                   MOVE "BLANK KINGDOM NAME" TO REJECT-REASON
               WHEN UK-YEAR NOT NUMERIC
                   MOVE 'Y' TO RECORD-REJECTED
                   MOVE "YEAR NOT NUMERIC" TO REJECT-REASON
               WHEN UK-GRAIN NOT NUMERIC
                   MOVE 'Y' TO RECORD-REJECTED
                   MOVE "GRAIN NOT NUMERIC" TO REJECT-REASON
               WHEN UK-PEOPLE NOT NUMERIC
                   MOVE 'Y' TO RECORD-REJECTED
                   MOVE "PEOPLE NOT NUMERIC" TO REJECT-REASON
               WHEN UK-GOLD NOT NUMERIC
                   MOVE 'Y' TO RECORD-REJECTED
                   MOVE "GOLD NOT NUMERIC" TO REJECT-REASON
           END-EVALUATE.

       MAP-UNLOADED-RECORD.
           MOVE UK-NAME TO KM-NAME
           MOVE UK-YEAR TO KM-YEAR
           MOVE UK-GRAIN TO KM-GRAIN
           MOVE UK-PEOPLE TO KM-PEOPLE
           MOVE UK-GOLD TO KM-GOLD
           IF UK-SEASON = SPACES
               MOVE "SPRING" TO KM-SEASON
               MOVE "SEASON" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           ELSE
               MOVE UK-SEASON TO KM-SEASON
           END-IF
           IF UK-PHASE-NUM NUMERIC
               MOVE UK-PHASE-NUM TO KM-PHASE-NUM
           ELSE
               MOVE 0 TO KM-PHASE-NUM
               MOVE "PHASE-NUM" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TOTAL-GRAIN-PRODUCED NUMERIC
               MOVE UK-TOTAL-GRAIN-PRODUCED
                   TO KM-TOTAL-GRAIN-PRODUCED
           ELSE
               MOVE 0 TO KM-TOTAL-GRAIN-PRODUCED
               MOVE "TOTAL-GRAIN-PRODUCED" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TOTAL-STARVED NUMERIC
               MOVE UK-TOTAL-STARVED TO KM-TOTAL-STARVED
           ELSE
               MOVE 0 TO KM-TOTAL-STARVED
               MOVE "TOTAL-STARVED" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TOTAL-GRAIN-SOLD NUMERIC
               MOVE UK-TOTAL-GRAIN-SOLD TO KM-TOTAL-GRAIN-SOLD
           ELSE
               MOVE 0 TO KM-TOTAL-GRAIN-SOLD
               MOVE "TOTAL-GRAIN-SOLD" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TOTAL-GRAIN-CONSUMED NUMERIC
               MOVE UK-TOTAL-GRAIN-CONSUMED
                   TO KM-TOTAL-GRAIN-CONSUMED
           ELSE
               MOVE 0 TO KM-TOTAL-GRAIN-CONSUMED
               MOVE "TOTAL-GRAIN-CONSUMED" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-STARTING-GRAIN NUMERIC
               MOVE UK-STARTING-GRAIN TO KM-STARTING-GRAIN
           ELSE
               MOVE 1000 TO KM-STARTING-GRAIN
               MOVE "STARTING-GRAIN" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-FLAX NUMERIC
               MOVE UK-FLAX TO KM-FLAX
           ELSE
               MOVE 0 TO KM-FLAX
               MOVE "FLAX" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TOTAL-FLAX-PRODUCED NUMERIC
               MOVE UK-TOTAL-FLAX-PRODUCED TO KM-TOTAL-FLAX-PRODUCED
           ELSE
               MOVE 0 TO KM-TOTAL-FLAX-PRODUCED
               MOVE "TOTAL-FLAX-PRODUCED" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-GOLD-DEBT NUMERIC
               MOVE UK-GOLD-DEBT TO KM-GOLD-DEBT
           ELSE
               MOVE 0 TO KM-GOLD-DEBT
               MOVE "GOLD-DEBT" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-YEAR-STARVED NUMERIC
               MOVE UK-YEAR-STARVED TO KM-YEAR-STARVED
           ELSE
               MOVE 0 TO KM-YEAR-STARVED
               MOVE "YEAR-STARVED" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TOTAL-GRAIN-SOWN NUMERIC
               MOVE UK-TOTAL-GRAIN-SOWN TO KM-TOTAL-GRAIN-SOWN
           ELSE
               MOVE 0 TO KM-TOTAL-GRAIN-SOWN
               MOVE "TOTAL-GRAIN-SOWN" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           PERFORM MAP-UNLOADED-DECISIONS
           IF UK-DECISIONS-READ-COUNT NUMERIC
               MOVE UK-DECISIONS-READ-COUNT
                   TO KM-DECISIONS-READ-COUNT
           ELSE
               MOVE 0 TO KM-DECISIONS-READ-COUNT
               MOVE "DECISIONS-READ-COUNT" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-GRANARY-CAPACITY NUMERIC
               MOVE UK-GRANARY-CAPACITY TO KM-GRANARY-CAPACITY
           ELSE
               MOVE 5000 TO KM-GRANARY-CAPACITY
               MOVE "GRANARY-CAPACITY" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TOTAL-GRAIN-SPOILED NUMERIC
               MOVE UK-TOTAL-GRAIN-SPOILED TO KM-TOTAL-GRAIN-SPOILED
           ELSE
               MOVE 0 TO KM-TOTAL-GRAIN-SPOILED
               MOVE "TOTAL-GRAIN-SPOILED" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TOTAL-GRAIN-BOUGHT NUMERIC
               MOVE UK-TOTAL-GRAIN-BOUGHT TO KM-TOTAL-GRAIN-BOUGHT
           ELSE
               MOVE 0 TO KM-TOTAL-GRAIN-BOUGHT
               MOVE "TOTAL-GRAIN-BOUGHT" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           PERFORM MAP-UNLOADED-COHORTS
           IF UK-ROLL-COUNT NUMERIC
               MOVE UK-ROLL-COUNT TO KM-ROLL-COUNT
           ELSE
               MOVE 0 TO KM-ROLL-COUNT
               MOVE "ROLL-COUNT" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           PERFORM MAP-UNLOADED-PRICES
           IF UK-TAX-RATE NUMERIC
               MOVE UK-TAX-RATE TO KM-TAX-RATE
           ELSE
               MOVE 0 TO KM-TAX-RATE
               MOVE "TAX-RATE" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-UNREST NUMERIC
               MOVE UK-UNREST TO KM-UNREST
           ELSE
               MOVE 0 TO KM-UNREST
               MOVE "UNREST" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TOTAL-TAX-COLLECTED NUMERIC
               MOVE UK-TOTAL-TAX-COLLECTED TO KM-TOTAL-TAX-COLLECTED
           ELSE
               MOVE 0 TO KM-TOTAL-TAX-COLLECTED
               MOVE "TOTAL-TAX-COLLECTED" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF.

       MAP-UNLOADED-DECISIONS.
           IF UK-GRAIN-TO-SOW NUMERIC
               MOVE UK-GRAIN-TO-SOW TO KM-GRAIN-TO-SOW
           ELSE
               MOVE 0 TO KM-GRAIN-TO-SOW
               MOVE "GRAIN-TO-SOW" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-FLAX-TO-SOW NUMERIC
               MOVE UK-FLAX-TO-SOW TO KM-FLAX-TO-SOW
           ELSE
               MOVE 0 TO KM-FLAX-TO-SOW
               MOVE "FLAX-TO-SOW" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-GRAIN-TO-SELL NUMERIC
               MOVE UK-GRAIN-TO-SELL TO KM-GRAIN-TO-SELL
           ELSE
               MOVE 0 TO KM-GRAIN-TO-SELL
               MOVE "GRAIN-TO-SELL" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-FLAX-TO-SELL NUMERIC
               MOVE UK-FLAX-TO-SELL TO KM-FLAX-TO-SELL
           ELSE
               MOVE 0 TO KM-FLAX-TO-SELL
               MOVE "FLAX-TO-SELL" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-TAKE-LOAN = 'Y' OR UK-TAKE-LOAN = 'N'
               MOVE UK-TAKE-LOAN TO KM-TAKE-LOAN
           ELSE
               MOVE 'N' TO KM-TAKE-LOAN
               MOVE "TAKE-LOAN" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-ACCEPTED-IMMIGRANTS NUMERIC
               MOVE UK-ACCEPTED-IMMIGRANTS TO KM-ACCEPTED-IMMIGRANTS
           ELSE
               MOVE 0 TO KM-ACCEPTED-IMMIGRANTS
               MOVE "ACCEPTED-IMMIGRANTS" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-BUILD-GRANARY = 'Y' OR UK-BUILD-GRANARY = 'N'
               MOVE UK-BUILD-GRANARY TO KM-BUILD-GRANARY
           ELSE
               MOVE 'N' TO KM-BUILD-GRANARY
               MOVE "BUILD-GRANARY" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-GRAIN-TO-BUY NUMERIC
               MOVE UK-GRAIN-TO-BUY TO KM-GRAIN-TO-BUY
           ELSE
               MOVE 0 TO KM-GRAIN-TO-BUY
               MOVE "GRAIN-TO-BUY" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-FLAX-TO-BUY NUMERIC
               MOVE UK-FLAX-TO-BUY TO KM-FLAX-TO-BUY
           ELSE
               MOVE 0 TO KM-FLAX-TO-BUY
               MOVE "FLAX-TO-BUY" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF.

       MAP-UNLOADED-COHORTS.
           IF UK-CHILDREN NUMERIC AND UK-ADULTS NUMERIC
               AND UK-ELDERS NUMERIC
               MOVE 'N' TO COHORTS-DEFAULTED
               MOVE UK-CHILDREN TO KM-CHILDREN
               MOVE UK-ADULTS TO KM-ADULTS
               MOVE UK-ELDERS TO KM-ELDERS
           ELSE
               MOVE 'Y' TO COHORTS-DEFAULTED
               COMPUTE KM-CHILDREN = KM-PEOPLE * 25 / 100
               COMPUTE KM-ELDERS = KM-PEOPLE * 15 / 100
               COMPUTE KM-ADULTS =
                   KM-PEOPLE - KM-CHILDREN - KM-ELDERS
               MOVE "CHILDREN/ADULTS/ELDERS" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-FARMERS NUMERIC AND UK-LABORERS NUMERIC
               AND COHORTS-DEFAULTED = 'N'
               MOVE UK-FARMERS TO KM-FARMERS
               MOVE UK-LABORERS TO KM-LABORERS
           ELSE
               MOVE KM-ADULTS TO KM-FARMERS
               MOVE 0 TO KM-LABORERS
               MOVE "FARMERS/LABORERS" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF.

       MAP-UNLOADED-PRICES.
           IF UK-GRAIN-PRICE NUMERIC
               MOVE UK-GRAIN-PRICE TO KM-GRAIN-PRICE
           ELSE
               MOVE 0 TO KM-GRAIN-PRICE
               MOVE "GRAIN-PRICE" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-FLAX-PRICE NUMERIC
               MOVE UK-FLAX-PRICE TO KM-FLAX-PRICE
           ELSE
               MOVE 0 TO KM-FLAX-PRICE
               MOVE "FLAX-PRICE" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-LAST-GRAIN-PRICE NUMERIC
               MOVE UK-LAST-GRAIN-PRICE TO KM-LAST-GRAIN-PRICE
           ELSE
               MOVE 0 TO KM-LAST-GRAIN-PRICE
               MOVE "LAST-GRAIN-PRICE" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF
           IF UK-LAST-FLAX-PRICE NUMERIC
               MOVE UK-LAST-FLAX-PRICE TO KM-LAST-FLAX-PRICE
           ELSE
               MOVE 0 TO KM-LAST-FLAX-PRICE
               MOVE "LAST-FLAX-PRICE" TO DEFAULT-FIELD-NAME
               PERFORM NOTE-DEFAULTED-FIELD
           END-IF.

       NOTE-DEFAULTED-FIELD.
           ADD 1 TO DEFAULTED-COUNT
           MOVE FUNCTION CONCATENATE(
               "  DEFAULTED ", UK-NAME, " ",
               FUNCTION TRIM(DEFAULT-FIELD-NAME)) TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE.

       VERIFY-RELOADED-MASTER.
           OPEN INPUT NEW-KINGDOM-FILE
           IF FS-NEW-KINGDOM NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN NEW KINGDOM FILE, "
                   "STATUS " FS-NEW-KINGDOM " ***"
           ELSE
               MOVE LOW-VALUES TO NK-NAME
               START NEW-KINGDOM-FILE KEY NOT < NK-NAME
                   INVALID KEY CONTINUE
               END-START
               IF FS-NEW-KINGDOM = "00"
                   MOVE 'N' TO NEW-KINGDOM-EOF
               ELSE
                   MOVE 'Y' TO NEW-KINGDOM-EOF
               END-IF
               PERFORM VERIFY-NEXT-NEW-KINGDOM
                   UNTIL NEW-KINGDOM-EOF = 'Y'
               CLOSE NEW-KINGDOM-FILE
           END-IF
           IF UNLOAD-ERROR-COUNT = 0
               AND OLD-READ-COUNT = UNLOADED-COUNT
               AND RELOAD-READ-COUNT = UNLOADED-COUNT
               AND RELOADED-COUNT + REJECTED-COUNT = UNLOADED-COUNT
               AND VERIFIED-COUNT = RELOADED-COUNT
               AND VERIFY-PEOPLE-TOTAL = RELOAD-PEOPLE-TOTAL
               AND VERIFY-GRAIN-TOTAL = RELOAD-GRAIN-TOTAL
               MOVE 'Y' TO RELOAD-VERIFIED
           END-IF.

       VERIFY-NEXT-NEW-KINGDOM.
           READ NEW-KINGDOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO NEW-KINGDOM-EOF
               NOT AT END
                   MOVE NEW-KINGDOM-RECORD TO KINGDOM-RECORD
                   ADD 1 TO VERIFIED-COUNT
                   ADD KM-PEOPLE TO VERIFY-PEOPLE-TOTAL
                   ADD KM-GRAIN TO VERIFY-GRAIN-TOTAL
           END-READ.

       INSTALL-CONVERTED-MASTER.
           OPEN INPUT NEW-KINGDOM-FILE
           IF FS-NEW-KINGDOM NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN NEW KINGDOM FILE, "
                   "STATUS " FS-NEW-KINGDOM " ***"
               MOVE "Install abandoned. KINGDOM.DAT left as it was."
                   TO PRINT-LINE
               PERFORM WRITE-CONVERT-LINE
               CLOSE CONVERT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "INSTALLING" TO CONVERT-STATE
           PERFORM WRITE-CONVERT-STATE
           IF STATE-WRITTEN NOT = 'Y'
               CLOSE NEW-KINGDOM-FILE
               MOVE "Install abandoned. KINGDOM.DAT left as it was."
                   TO PRINT-LINE
               PERFORM WRITE-CONVERT-LINE
               CLOSE CONVERT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT KINGDOM-FILE
           IF FS-KINGDOM NOT = "00"
               DISPLAY "*** UNABLE TO OPEN KINGDOM FILE, STATUS "
                   FS-KINGDOM " ***"
               CLOSE NEW-KINGDOM-FILE
               MOVE "Install failed. Rerun KINGDOM-CONVERT to reload"
                   TO PRINT-LINE
               MOVE " from KINGUNLD.DAT." TO PRINT-LINE(48:)
               PERFORM WRITE-CONVERT-LINE
               CLOSE CONVERT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO NK-NAME
           START NEW-KINGDOM-FILE KEY NOT < NK-NAME
               INVALID KEY CONTINUE
           END-START
           IF FS-NEW-KINGDOM = "00"
               MOVE 'N' TO NEW-KINGDOM-EOF
           ELSE
               MOVE 'Y' TO NEW-KINGDOM-EOF
           END-IF
           PERFORM INSTALL-NEXT-KINGDOM
               UNTIL NEW-KINGDOM-EOF = 'Y'
           CLOSE NEW-KINGDOM-FILE
           CLOSE KINGDOM-FILE.

       INSTALL-NEXT-KINGDOM.
           READ NEW-KINGDOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO NEW-KINGDOM-EOF
               NOT AT END
                   MOVE NEW-KINGDOM-RECORD TO KINGDOM-RECORD
                   WRITE KINGDOM-RECORD
                       INVALID KEY
                           DISPLAY "*** UNABLE TO INSTALL "
                               KM-NAME ", STATUS " FS-KINGDOM
                               " ***"
                       NOT INVALID KEY
                           ADD 1 TO INSTALLED-COUNT
                   END-WRITE
           END-READ.

       VERIFY-INSTALLED-MASTER.
           OPEN INPUT KINGDOM-FILE
           IF FS-KINGDOM NOT = "00"
               DISPLAY "*** UNABLE TO REOPEN KINGDOM FILE, STATUS "
                   FS-KINGDOM " ***"
           ELSE
               MOVE LOW-VALUES TO KM-NAME
               START KINGDOM-FILE KEY NOT < KM-NAME
                   INVALID KEY CONTINUE
               END-START
               IF FS-KINGDOM = "00"
                   MOVE 'N' TO KINGDOM-EOF
               ELSE
                   MOVE 'Y' TO KINGDOM-EOF
               END-IF
               PERFORM VERIFY-NEXT-INSTALLED-KINGDOM
                   UNTIL KINGDOM-EOF = 'Y'
               CLOSE KINGDOM-FILE
           END-IF
           IF INSTALLED-COUNT = VERIFIED-COUNT
               AND AFTER-COUNT = VERIFIED-COUNT
               AND AFTER-PEOPLE-TOTAL = VERIFY-PEOPLE-TOTAL
               AND AFTER-GRAIN-TOTAL = VERIFY-GRAIN-TOTAL
               MOVE 'Y' TO INSTALL-VERIFIED
           END-IF.

       VERIFY-NEXT-INSTALLED-KINGDOM.
           READ KINGDOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO KINGDOM-EOF
               NOT AT END
                   ADD 1 TO AFTER-COUNT
                   ADD KM-PEOPLE TO AFTER-PEOPLE-TOTAL
                   ADD KM-GRAIN TO AFTER-GRAIN-TOTAL
           END-READ.

       PRINT-CONVERSION-COUNTS.
           MOVE FUNCTION CONCATENATE(
               "Reigns on KINGDOM.DAT before:  ", OLD-READ-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Reigns unloaded to KINGUNLD:   ", UNLOADED-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Older-layout (short) records:  ", SHORT-RECORD-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Unload read/write errors:      ", UNLOAD-ERROR-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Unload records reread:         ", RELOAD-READ-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Reigns reloaded to KINGNEW:    ", RELOADED-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Reigns rejected:               ", REJECTED-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Fields defaulted:              ", DEFAULTED-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Reigns read back from KINGNEW: ", VERIFIED-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "People control total:          ",
               RELOAD-PEOPLE-TOTAL, " / ", VERIFY-PEOPLE-TOTAL)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Grain control total:           ",
               RELOAD-GRAIN-TOTAL, " / ", VERIFY-GRAIN-TOTAL)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           IF RELOAD-VERIFIED = 'Y'
               MOVE "Reload verified." TO PRINT-LINE
               PERFORM WRITE-CONVERT-LINE
           END-IF.

       PRINT-INSTALL-COUNTS.
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Reigns installed:              ", INSTALLED-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           MOVE FUNCTION CONCATENATE(
               "Reigns on KINGDOM.DAT after:   ", AFTER-COUNT)
               TO PRINT-LINE
           PERFORM WRITE-CONVERT-LINE
           IF INSTALL-VERIFIED = 'Y'
               MOVE "Conversion COMPLETE. KINGDOM.DAT is in the"
                   TO PRINT-LINE
               MOVE " current layout." TO PRINT-LINE(43:)
           ELSE
               MOVE "Install NOT verified. Rerun KINGDOM-CONVERT to"
                   TO PRINT-LINE
               MOVE " reload from KINGUNLD.DAT." TO PRINT-LINE(47:)
           END-IF
           PERFORM WRITE-CONVERT-LINE.

       WRITE-CONVERT-LINE.
           MOVE PRINT-LINE TO CONVERT-REPORT-RECORD
           WRITE CONVERT-REPORT-RECORD
           DISPLAY PRINT-LINE.
