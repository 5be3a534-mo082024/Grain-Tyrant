       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KINGDOM-FILE ASSIGN TO "KINGDOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-NAME
               FILE STATUS IS FS-KINGDOM.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEDGER.
           SELECT MARKET-FILE ASSIGN TO DYNAMIC MARKET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MARKET.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT REIGN-SUMMARY-FILE ASSIGN TO "REIGNSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REIGN-SUMMARY.
           SELECT HISCORE-FILE ASSIGN TO "HISCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISCORE.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC EXPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.
           SELECT EXPORT-CONTROL-FILE ASSIGN TO "EXPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT-CONTROL.

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

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LR-YEAR PIC 9(4).
           05 LR-SEP1 PIC X(1).
           05 LR-GRAIN PIC 9(5).
           05 LR-SEP2 PIC X(1).
           05 LR-PEOPLE PIC 9(3).
           05 LR-SEP3 PIC X(1).
           05 LR-GOLD PIC 9(3).
           05 LR-SEP4 PIC X(1).
           05 LR-GRAIN-HARVESTED PIC 9(5).
           05 LR-SEP5 PIC X(1).
           05 LR-STARVED PIC 9(3).
           05 LR-SEP6 PIC X(1).
           05 LR-GOLD-EARNED PIC 9(3).
           05 LR-SEP7 PIC X(1).
           05 LR-TAX-COLLECTED PIC 9(4).
           05 LR-SEP8 PIC X(1).
           05 LR-UNREST PIC 9(3).

       FD  MARKET-FILE.
       01  MARKET-RECORD.
           05 MK-YEAR PIC 9(4).
           05 MK-SEP1 PIC X(1).
           05 MK-GRAIN-PRICE PIC 9V99.
           05 MK-SEP2 PIC X(1).
           05 MK-FLAX-PRICE PIC 9V99.

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

       FD  REIGN-SUMMARY-FILE.
       01  REIGN-SUMMARY-RECORD.
           05 RS-KINGDOM PIC X(20).
           05 RS-SEP1 PIC X(1).
           05 RS-GEN PIC 9(4).
           05 RS-SEP2 PIC X(1).
           05 RS-YEAR PIC 9(4).
           05 RS-SEP3 PIC X(1).
           05 RS-SCORE PIC 9(6).
           05 RS-SEP4 PIC X(1).
           05 RS-PEOPLE PIC 9(3).
           05 RS-SEP5 PIC X(1).
           05 RS-CHILDREN PIC 9(3).
           05 RS-SEP6 PIC X(1).
           05 RS-ADULTS PIC 9(3).
           05 RS-SEP7 PIC X(1).
           05 RS-ELDERS PIC 9(3).
           05 RS-SEP8 PIC X(1).
           05 RS-GRAIN PIC 9(5).
           05 RS-SEP9 PIC X(1).
           05 RS-FLAX PIC 9(5).
           05 RS-SEP10 PIC X(1).
           05 RS-GOLD PIC 9(3).
           05 RS-SEP11 PIC X(1).
           05 RS-GOLD-DEBT PIC 9(5).
           05 RS-SEP12 PIC X(1).
           05 RS-GRANARY-CAPACITY PIC 9(5).
           05 RS-SEP13 PIC X(1).
           05 RS-TOTAL-GRAIN-PRODUCED PIC 9(6).
           05 RS-SEP14 PIC X(1).
           05 RS-TOTAL-STARVED PIC 9(5).
           05 RS-SEP15 PIC X(1).
           05 RS-TOTAL-GRAIN-SOLD PIC 9(6).
           05 RS-SEP16 PIC X(1).
           05 RS-TOTAL-GRAIN-CONSUMED PIC 9(6).
           05 RS-SEP17 PIC X(1).
           05 RS-TOTAL-GRAIN-SOWN PIC 9(6).
           05 RS-SEP18 PIC X(1).
           05 RS-TOTAL-GRAIN-SPOILED PIC 9(6).
           05 RS-SEP19 PIC X(1).
           05 RS-TOTAL-GRAIN-BOUGHT PIC 9(6).
           05 RS-SEP20 PIC X(1).
           05 RS-TOTAL-FLAX-PRODUCED PIC 9(6).
           05 RS-SEP21 PIC X(1).
           05 RS-TOTAL-TAX-COLLECTED PIC 9(6).
           05 RS-SEP22 PIC X(1).
           05 RS-UNREST PIC 9(3).

       FD  HISCORE-FILE.
       01  HISCORE-RECORD.
           05 HS-YEAR PIC 9(4).
           05 HS-SEP1 PIC X(1).
           05 HS-FINAL-SCORE PIC 9(6).
           05 HS-SEP2 PIC X(1).
           05 HS-TOTAL-GRAIN-PRODUCED PIC 9(6).
           05 HS-SEP3 PIC X(1).
           05 HS-TOTAL-STARVED PIC 9(5).
           05 HS-SEP4 PIC X(1).
           05 HS-KINGDOM PIC X(20).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD PIC X(600).

       FD  EXPORT-CONTROL-FILE.
       01  EXPORT-CONTROL-START-RECORD.
           05 EH-TAG PIC X(8).
           05 EH-SEP1 PIC X(1).
           05 EH-DATE PIC 9(8).
           05 EH-SEP2 PIC X(1).
           05 EH-TIME PIC 9(6).
           05 EH-SEP3 PIC X(1).
           05 EH-SCOPE PIC X(4).
           05 EH-SEP4 PIC X(1).
           05 EH-KINGDOMS PIC 9(3).
       01  EXPORT-CONTROL-EXTRACT-RECORD.
           05 EX-TAG PIC X(8).
           05 EX-SEP1 PIC X(1).
           05 EX-FILE PIC X(12).
           05 EX-SEP2 PIC X(1).
           05 EX-SOURCE PIC X(14).
           05 EX-SEP3 PIC X(1).
           05 EX-FILES-READ PIC 9(3).
           05 EX-SEP4 PIC X(1).
           05 EX-FILES-MISSING PIC 9(3).
           05 EX-SEP5 PIC X(1).
           05 EX-RECORDS-READ PIC 9(7).
           05 EX-SEP6 PIC X(1).
           05 EX-ROWS-WRITTEN PIC 9(7).
           05 EX-SEP7 PIC X(1).
           05 EX-RECORDS-SKIPPED PIC 9(7).
       01  EXPORT-CONTROL-END-RECORD.
           05 ET-TAG PIC X(8).
           05 ET-SEP1 PIC X(1).
           05 ET-EXTRACTS PIC 9(2).
           05 ET-SEP2 PIC X(1).
           05 ET-RECORDS-READ PIC 9(8).
           05 ET-SEP3 PIC X(1).
           05 ET-ROWS-WRITTEN PIC 9(8).
           05 ET-SEP4 PIC X(1).
           05 ET-FILES-MISSING PIC 9(4).
           05 ET-SEP5 PIC X(1).
           05 ET-FILE-ERRORS PIC 9(4).
           05 ET-SEP6 PIC X(1).
           05 ET-RETURN-CODE PIC 9(2).

       WORKING-STORAGE SECTION.
       01 FS-KINGDOM PIC XX.
       01 FS-LEDGER PIC XX.
       01 FS-MARKET PIC XX.
       01 FS-JOURNAL PIC XX.
       01 FS-REIGN-SUMMARY PIC XX.
       01 FS-HISCORE PIC XX.
       01 FS-EXPORT PIC XX.
       01 FS-EXPORT-CONTROL PIC XX.
       01 LEDGER-NAME PIC X(32).
       01 MARKET-NAME PIC X(32).
       01 JOURNAL-NAME PIC X(32).
       01 EXPORT-NAME PIC X(12).
       01 KINGDOM-NAME PIC X(20).
       01 EXPORT-ALL-KINGDOMS PIC X VALUE 'N'.
       01 KINGDOM-COUNT PIC 9(3) VALUE 0.
       01 KINGDOM-INDEX PIC 9(3).
       01 KINGDOM-LIMIT PIC 9(3) VALUE 100.
       01 KINGDOM-LISTED PIC X.
       01 KINGDOMS-OVERFLOWED PIC 9(4) VALUE 0.
       01 KINGDOM-TABLE.
           05 KINGDOM-ENTRY OCCURS 100 TIMES.
              10 TAB-KINGDOM PIC X(20).
       01 KINGDOM-EOF PIC X.
       01 SOURCE-EOF PIC X.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME-RAW PIC 9(8).
       01 RUN-TIME PIC 9(6).
       01 EXTRACT-SOURCE PIC X(14).
       01 EXTRACT-FILES-READ PIC 9(3).
       01 EXTRACT-FILES-MISSING PIC 9(3).
       01 EXTRACT-RECORDS-READ PIC 9(7).
       01 EXTRACT-ROWS-WRITTEN PIC 9(7).
       01 EXTRACT-RECORDS-SKIPPED PIC 9(7).
       01 EXTRACT-COUNT PIC 9(2) VALUE 0.
       01 ALL-RECORDS-READ PIC 9(8) VALUE 0.
       01 ALL-ROWS-WRITTEN PIC 9(8) VALUE 0.
       01 ALL-FILES-MISSING PIC 9(4) VALUE 0.
       01 FILE-ERROR-COUNT PIC 9(4) VALUE 0.
       01 CSV-LINE-WRITTEN PIC X.
       01 SOURCE-STATUS PIC XX.
       01 SOURCE-DESCRIPTION PIC X(20).
       01 CSV-LINE PIC X(600).
       01 CSV-POINTER PIC 9(4).
       01 CSV-TEXT PIC X(40).
       01 CSV-NUMBER PIC S9(9).
       01 CSV-PRICE PIC 9V99.
       01 NUMBER-EDIT PIC -(9)9.
       01 PRICE-EDIT PIC 9.99.

       PROCEDURE DIVISION.
           DISPLAY "Kingdom names to export, one per line"
           DISPLAY "(blank line to finish, none for every kingdom):"
           PERFORM ACCEPT-KINGDOM-NAMES
           PERFORM ACCEPT-KINGDOM-NAMES
               UNTIL KINGDOM-COUNT = KINGDOM-LIMIT
               OR KINGDOM-NAME = SPACES
           IF KINGDOM-COUNT = 0
               MOVE 'Y' TO EXPORT-ALL-KINGDOMS
               PERFORM LIST-ALL-KINGDOMS
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME
           COMPUTE RUN-TIME = RUN-TIME-RAW / 100
           OPEN OUTPUT EXPORT-CONTROL-FILE
           IF FS-EXPORT-CONTROL NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EXPORT CONTROL FILE, "
                   "STATUS " FS-EXPORT-CONTROL " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "*START" TO EH-TAG
           MOVE SPACE TO EH-SEP1
           MOVE RUN-DATE TO EH-DATE
           MOVE SPACE TO EH-SEP2
           MOVE RUN-TIME TO EH-TIME
           MOVE SPACE TO EH-SEP3
           IF EXPORT-ALL-KINGDOMS = 'Y'
               MOVE "ALL" TO EH-SCOPE
           ELSE
               MOVE "LIST" TO EH-SCOPE
           END-IF
           MOVE SPACE TO EH-SEP4
           MOVE KINGDOM-COUNT TO EH-KINGDOMS
           WRITE EXPORT-CONTROL-START-RECORD
           IF FS-EXPORT-CONTROL NOT = "00"
               DISPLAY "*** UNABLE TO WRITE EXPORT CONTROL FILE, "
                   "STATUS " FS-EXPORT-CONTROL " ***"
               ADD 1 TO FILE-ERROR-COUNT
           END-IF
           PERFORM EXPORT-LEDGER-EXTRACT
           PERFORM EXPORT-MARKET-EXTRACT
           PERFORM EXPORT-JOURNAL-EXTRACT
           PERFORM EXPORT-REIGN-SUMMARY-EXTRACT
           PERFORM EXPORT-HISCORE-EXTRACT
           PERFORM EXPORT-KINGDOM-EXTRACT
           EVALUATE TRUE
               WHEN FILE-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ALL-FILES-MISSING > 0 OR KINGDOM-COUNT = 0
                   OR KINGDOMS-OVERFLOWED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE "*END" TO ET-TAG
           MOVE SPACE TO ET-SEP1
           MOVE EXTRACT-COUNT TO ET-EXTRACTS
           MOVE SPACE TO ET-SEP2
           MOVE ALL-RECORDS-READ TO ET-RECORDS-READ
           MOVE SPACE TO ET-SEP3
           MOVE ALL-ROWS-WRITTEN TO ET-ROWS-WRITTEN
           MOVE SPACE TO ET-SEP4
           MOVE ALL-FILES-MISSING TO ET-FILES-MISSING
           MOVE SPACE TO ET-SEP5
           MOVE FILE-ERROR-COUNT TO ET-FILE-ERRORS
           MOVE SPACE TO ET-SEP6
           MOVE RETURN-CODE TO ET-RETURN-CODE
           WRITE EXPORT-CONTROL-END-RECORD
           IF FS-EXPORT-CONTROL NOT = "00"
               DISPLAY "*** UNABLE TO WRITE EXPORT CONTROL FILE, "
                   "STATUS " FS-EXPORT-CONTROL " ***"
               ADD 1 TO FILE-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE EXPORT-CONTROL-FILE
           DISPLAY "Export: " EXTRACT-COUNT " extracts, "
               ALL-ROWS-WRITTEN " rows from " ALL-RECORDS-READ
               " records, " ALL-FILES-MISSING " files missing, "
               FILE-ERROR-COUNT " file errors"
           IF KINGDOMS-OVERFLOWED > 0
               DISPLAY "*** " KINGDOMS-OVERFLOWED " KINGDOMS OVER THE "
                   "TABLE LIMIT OF " KINGDOM-LIMIT
                   " HAVE NO LEDGER, MARKET OR JOURNAL EXTRACT ***"
           END-IF
           STOP RUN.

       ACCEPT-KINGDOM-NAMES.
           MOVE SPACES TO KINGDOM-NAME
           ACCEPT KINGDOM-NAME
           IF KINGDOM-NAME NOT = SPACES
               PERFORM ADD-KINGDOM-TO-LIST
           END-IF.

       ADD-KINGDOM-TO-LIST.
           PERFORM FIND-LISTED-KINGDOM
           IF KINGDOM-LISTED NOT = 'Y'
               IF KINGDOM-COUNT < KINGDOM-LIMIT
                   ADD 1 TO KINGDOM-COUNT
                   MOVE KINGDOM-NAME TO TAB-KINGDOM(KINGDOM-COUNT)
               ELSE
                   DISPLAY "*** KINGDOM TABLE FULL, "
                       FUNCTION TRIM(KINGDOM-NAME) " SKIPPED ***"
                   ADD 1 TO KINGDOMS-OVERFLOWED
               END-IF
           END-IF.

       FIND-LISTED-KINGDOM.
           MOVE 'N' TO KINGDOM-LISTED
           PERFORM CHECK-ONE-LISTED-KINGDOM
               VARYING KINGDOM-INDEX FROM 1 BY 1
               UNTIL KINGDOM-INDEX > KINGDOM-COUNT
               OR KINGDOM-LISTED = 'Y'.

       CHECK-ONE-LISTED-KINGDOM.
           IF TAB-KINGDOM(KINGDOM-INDEX) = KINGDOM-NAME
               MOVE 'Y' TO KINGDOM-LISTED
           END-IF.

       LIST-ALL-KINGDOMS.
           OPEN INPUT KINGDOM-FILE
           IF FS-KINGDOM = "00"
               MOVE LOW-VALUES TO KM-NAME
               START KINGDOM-FILE KEY NOT < KM-NAME
                   INVALID KEY CONTINUE
               END-START
               IF FS-KINGDOM = "00"
                   MOVE 'N' TO KINGDOM-EOF
               ELSE
                   MOVE 'Y' TO KINGDOM-EOF
               END-IF
               PERFORM LIST-NEXT-SAVED-KINGDOM
                   UNTIL KINGDOM-EOF = 'Y'
               CLOSE KINGDOM-FILE
           END-IF
           OPEN INPUT REIGN-SUMMARY-FILE
           IF FS-REIGN-SUMMARY = "00"
               MOVE 'N' TO SOURCE-EOF
               PERFORM LIST-NEXT-SUMMARY-KINGDOM
                   UNTIL SOURCE-EOF = 'Y'
               CLOSE REIGN-SUMMARY-FILE
           END-IF
           DISPLAY "Exporting every kingdom on file: " KINGDOM-COUNT.

       LIST-NEXT-SAVED-KINGDOM.
           READ KINGDOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO KINGDOM-EOF
               NOT AT END
                   MOVE KM-NAME TO KINGDOM-NAME
                   PERFORM ADD-KINGDOM-TO-LIST
           END-READ.

       LIST-NEXT-SUMMARY-KINGDOM.
           READ REIGN-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF
               NOT AT END
                   IF RS-KINGDOM NOT = SPACES
                       MOVE RS-KINGDOM TO KINGDOM-NAME
                       PERFORM ADD-KINGDOM-TO-LIST
                   END-IF
           END-READ.

       START-EXTRACT.
           MOVE 0 TO EXTRACT-FILES-READ EXTRACT-FILES-MISSING
           MOVE 0 TO EXTRACT-RECORDS-READ EXTRACT-ROWS-WRITTEN
           MOVE 0 TO EXTRACT-RECORDS-SKIPPED
           OPEN OUTPUT EXPORT-FILE
           IF FS-EXPORT NOT = "00"
               DISPLAY "*** UNABLE TO OPEN EXPORT FILE "
                   EXPORT-NAME ", STATUS " FS-EXPORT " ***"
               CLOSE EXPORT-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       FINISH-EXTRACT.
           CLOSE EXPORT-FILE
           ADD 1 TO EXTRACT-COUNT
           ADD EXTRACT-RECORDS-READ TO ALL-RECORDS-READ
           ADD EXTRACT-ROWS-WRITTEN TO ALL-ROWS-WRITTEN
           ADD EXTRACT-FILES-MISSING TO ALL-FILES-MISSING
           MOVE "*EXTRACT" TO EX-TAG
           MOVE SPACE TO EX-SEP1
           MOVE EXPORT-NAME TO EX-FILE
           MOVE SPACE TO EX-SEP2
           MOVE EXTRACT-SOURCE TO EX-SOURCE
           MOVE SPACE TO EX-SEP3
           MOVE EXTRACT-FILES-READ TO EX-FILES-READ
           MOVE SPACE TO EX-SEP4
           MOVE EXTRACT-FILES-MISSING TO EX-FILES-MISSING
           MOVE SPACE TO EX-SEP5
           MOVE EXTRACT-RECORDS-READ TO EX-RECORDS-READ
           MOVE SPACE TO EX-SEP6
           MOVE EXTRACT-ROWS-WRITTEN TO EX-ROWS-WRITTEN
           MOVE SPACE TO EX-SEP7
           MOVE EXTRACT-RECORDS-SKIPPED TO EX-RECORDS-SKIPPED
           WRITE EXPORT-CONTROL-EXTRACT-RECORD
           IF FS-EXPORT-CONTROL NOT = "00"
               DISPLAY "*** UNABLE TO WRITE EXPORT CONTROL FILE, "
                   "STATUS " FS-EXPORT-CONTROL " ***"
               ADD 1 TO FILE-ERROR-COUNT
           END-IF
           DISPLAY EXPORT-NAME ": " EXTRACT-ROWS-WRITTEN
               " rows from " EXTRACT-RECORDS-READ " records, "
               EXTRACT-RECORDS-SKIPPED " skipped".

       CHECK-SOURCE-STATUS.
           EVALUATE SOURCE-STATUS
               WHEN "00"
                   ADD 1 TO EXTRACT-FILES-READ
               WHEN "35"
                   ADD 1 TO EXTRACT-FILES-MISSING
               WHEN OTHER
                   DISPLAY "*** UNABLE TO OPEN "
                       FUNCTION TRIM(SOURCE-DESCRIPTION)
                       ", STATUS " SOURCE-STATUS " ***"
                   ADD 1 TO FILE-ERROR-COUNT
           END-EVALUATE.

       START-CSV-LINE.
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-POINTER.

       ADD-CSV-SEPARATOR.
           IF CSV-POINTER > 1
               STRING "," DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-POINTER
           END-IF.

       ADD-CSV-HEADING.
           PERFORM ADD-CSV-SEPARATOR
           STRING FUNCTION TRIM(CSV-TEXT) DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-POINTER.

       ADD-CSV-TEXT.
           PERFORM ADD-CSV-SEPARATOR
           IF CSV-TEXT = SPACES
               STRING '""' DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-POINTER
           ELSE
               STRING '"' FUNCTION TRIM(CSV-TEXT) '"'
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-POINTER
           END-IF.

       ADD-CSV-NUMBER.
           PERFORM ADD-CSV-SEPARATOR
           MOVE CSV-NUMBER TO NUMBER-EDIT
           STRING FUNCTION TRIM(NUMBER-EDIT) DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-POINTER.

       ADD-CSV-PRICE.
           PERFORM ADD-CSV-SEPARATOR
           MOVE CSV-PRICE TO PRICE-EDIT
           STRING PRICE-EDIT DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-POINTER.

       WRITE-CSV-LINE.
           MOVE CSV-LINE TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           IF FS-EXPORT = "00"
               MOVE 'Y' TO CSV-LINE-WRITTEN
           ELSE
               MOVE 'N' TO CSV-LINE-WRITTEN
               DISPLAY "*** UNABLE TO WRITE "
                   FUNCTION TRIM(EXPORT-NAME)
                   ", STATUS " FS-EXPORT " ***"
               ADD 1 TO FILE-ERROR-COUNT
           END-IF.

       WRITE-CSV-ROW.
           PERFORM WRITE-CSV-LINE
           IF CSV-LINE-WRITTEN = 'Y'
               ADD 1 TO EXTRACT-ROWS-WRITTEN
           END-IF.

       EXPORT-LEDGER-EXTRACT.
           MOVE "EXPLEDGR.CSV" TO EXPORT-NAME
           MOVE "LEDGER-*.DAT" TO EXTRACT-SOURCE
           PERFORM START-EXTRACT
           PERFORM START-CSV-LINE
           MOVE "Kingdom" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Year" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Grain" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "People" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Gold" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Grain Harvested" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Starved" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Gold Earned" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Tax Collected" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Unrest" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           PERFORM WRITE-CSV-LINE
           PERFORM EXPORT-ONE-LEDGER
               VARYING KINGDOM-INDEX FROM 1 BY 1
               UNTIL KINGDOM-INDEX > KINGDOM-COUNT
           PERFORM FINISH-EXTRACT.

       EXPORT-ONE-LEDGER.
           MOVE FUNCTION CONCATENATE(
               "LEDGER-", FUNCTION TRIM(TAB-KINGDOM(KINGDOM-INDEX)),
               ".DAT") TO LEDGER-NAME
           OPEN INPUT LEDGER-FILE
           MOVE FS-LEDGER TO SOURCE-STATUS
           MOVE LEDGER-NAME TO SOURCE-DESCRIPTION
           PERFORM CHECK-SOURCE-STATUS
           IF FS-LEDGER = "00"
               MOVE 'N' TO SOURCE-EOF
               PERFORM EXPORT-NEXT-LEDGER-RECORD
                   UNTIL SOURCE-EOF = 'Y'
               CLOSE LEDGER-FILE
           END-IF.

       EXPORT-NEXT-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF
               NOT AT END
                   ADD 1 TO EXTRACT-RECORDS-READ
                   PERFORM START-CSV-LINE
                   MOVE TAB-KINGDOM(KINGDOM-INDEX) TO CSV-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE LR-YEAR TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE LR-GRAIN TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE LR-PEOPLE TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE LR-GOLD TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE LR-GRAIN-HARVESTED TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE LR-STARVED TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE LR-GOLD-EARNED TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   IF LR-TAX-COLLECTED NUMERIC
                       MOVE LR-TAX-COLLECTED TO CSV-NUMBER
                   ELSE
                       MOVE 0 TO CSV-NUMBER
                   END-IF
                   PERFORM ADD-CSV-NUMBER
                   IF LR-UNREST NUMERIC
                       MOVE LR-UNREST TO CSV-NUMBER
                   ELSE
                       MOVE 0 TO CSV-NUMBER
                   END-IF
                   PERFORM ADD-CSV-NUMBER
                   PERFORM WRITE-CSV-ROW
           END-READ.

       EXPORT-MARKET-EXTRACT.
           MOVE "EXPMARKT.CSV" TO EXPORT-NAME
           MOVE "MARKET-*.DAT" TO EXTRACT-SOURCE
           PERFORM START-EXTRACT
           PERFORM START-CSV-LINE
           MOVE "Kingdom" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Year" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Grain Price" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Flax Price" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           PERFORM WRITE-CSV-LINE
           PERFORM EXPORT-ONE-MARKET
               VARYING KINGDOM-INDEX FROM 1 BY 1
               UNTIL KINGDOM-INDEX > KINGDOM-COUNT
           PERFORM FINISH-EXTRACT.

       EXPORT-ONE-MARKET.
           MOVE FUNCTION CONCATENATE(
               "MARKET-", FUNCTION TRIM(TAB-KINGDOM(KINGDOM-INDEX)),
               ".DAT") TO MARKET-NAME
           OPEN INPUT MARKET-FILE
           MOVE FS-MARKET TO SOURCE-STATUS
           MOVE MARKET-NAME TO SOURCE-DESCRIPTION
           PERFORM CHECK-SOURCE-STATUS
           IF FS-MARKET = "00"
               MOVE 'N' TO SOURCE-EOF
               PERFORM EXPORT-NEXT-MARKET-RECORD
                   UNTIL SOURCE-EOF = 'Y'
               CLOSE MARKET-FILE
           END-IF.

       EXPORT-NEXT-MARKET-RECORD.
           READ MARKET-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF
               NOT AT END
                   ADD 1 TO EXTRACT-RECORDS-READ
                   PERFORM START-CSV-LINE
                   MOVE TAB-KINGDOM(KINGDOM-INDEX) TO CSV-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE MK-YEAR TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE MK-GRAIN-PRICE TO CSV-PRICE
                   PERFORM ADD-CSV-PRICE
                   MOVE MK-FLAX-PRICE TO CSV-PRICE
                   PERFORM ADD-CSV-PRICE
                   PERFORM WRITE-CSV-ROW
           END-READ.

       EXPORT-JOURNAL-EXTRACT.
           MOVE "EXPJRNL.CSV" TO EXPORT-NAME
           MOVE "JOURNAL-*.DAT" TO EXTRACT-SOURCE
           PERFORM START-EXTRACT
           PERFORM START-CSV-LINE
           MOVE "Kingdom" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Year" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Season" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Posting Code" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Quantity" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Balance Before" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Balance After" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           PERFORM WRITE-CSV-LINE
           PERFORM EXPORT-ONE-JOURNAL
               VARYING KINGDOM-INDEX FROM 1 BY 1
               UNTIL KINGDOM-INDEX > KINGDOM-COUNT
           PERFORM FINISH-EXTRACT.

       EXPORT-ONE-JOURNAL.
           MOVE FUNCTION CONCATENATE(
               "JOURNAL-", FUNCTION TRIM(TAB-KINGDOM(KINGDOM-INDEX)),
               ".DAT") TO JOURNAL-NAME
           OPEN INPUT JOURNAL-FILE
           MOVE FS-JOURNAL TO SOURCE-STATUS
           MOVE JOURNAL-NAME TO SOURCE-DESCRIPTION
           PERFORM CHECK-SOURCE-STATUS
           IF FS-JOURNAL = "00"
               MOVE 'N' TO SOURCE-EOF
               PERFORM EXPORT-NEXT-JOURNAL-RECORD
                   UNTIL SOURCE-EOF = 'Y'
               CLOSE JOURNAL-FILE
           END-IF.

       EXPORT-NEXT-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF
               NOT AT END
                   ADD 1 TO EXTRACT-RECORDS-READ
                   PERFORM START-CSV-LINE
                   MOVE TAB-KINGDOM(KINGDOM-INDEX) TO CSV-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE JR-YEAR TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE JR-SEASON TO CSV-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE JR-CODE TO CSV-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE JR-QUANTITY TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE JR-BEFORE TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   MOVE JR-AFTER TO CSV-NUMBER
                   PERFORM ADD-CSV-NUMBER
                   PERFORM WRITE-CSV-ROW
           END-READ.

       EXPORT-REIGN-SUMMARY-EXTRACT.
           MOVE "EXPRSUM.CSV" TO EXPORT-NAME
           MOVE "REIGNSUM.DAT" TO EXTRACT-SOURCE
           PERFORM START-EXTRACT
           PERFORM START-CSV-LINE
           MOVE "Kingdom" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Generation" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Final Year" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Score" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "People" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Children" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Adults" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Elders" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Grain" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Flax" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Gold" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Gold Debt" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Granary Capacity" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Produced" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Starved" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Sold" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Consumed" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Sown" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Spoiled" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Bought" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Flax Produced" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Tax Collected" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Unrest" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           PERFORM WRITE-CSV-LINE
           OPEN INPUT REIGN-SUMMARY-FILE
           MOVE FS-REIGN-SUMMARY TO SOURCE-STATUS
           MOVE "REIGNSUM.DAT" TO SOURCE-DESCRIPTION
           PERFORM CHECK-SOURCE-STATUS
           IF FS-REIGN-SUMMARY = "00"
               MOVE 'N' TO SOURCE-EOF
               PERFORM EXPORT-NEXT-SUMMARY-RECORD
                   UNTIL SOURCE-EOF = 'Y'
               CLOSE REIGN-SUMMARY-FILE
           END-IF
           PERFORM FINISH-EXTRACT.

       EXPORT-NEXT-SUMMARY-RECORD.
           READ REIGN-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF
               NOT AT END
                   ADD 1 TO EXTRACT-RECORDS-READ
                   MOVE RS-KINGDOM TO KINGDOM-NAME
                   PERFORM FIND-LISTED-KINGDOM
                   IF KINGDOM-LISTED = 'Y'
                       OR EXPORT-ALL-KINGDOMS = 'Y'
                       PERFORM EXPORT-SUMMARY-ROW
                   ELSE
                       ADD 1 TO EXTRACT-RECORDS-SKIPPED
                   END-IF
           END-READ.

       EXPORT-SUMMARY-ROW.
           PERFORM START-CSV-LINE
           MOVE RS-KINGDOM TO CSV-TEXT
           PERFORM ADD-CSV-TEXT
           MOVE RS-GEN TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-YEAR TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-SCORE TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-PEOPLE TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-CHILDREN TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-ADULTS TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-ELDERS TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-GRAIN TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-FLAX TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-GOLD TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-GOLD-DEBT TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-GRANARY-CAPACITY TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-TOTAL-GRAIN-PRODUCED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-TOTAL-STARVED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-TOTAL-GRAIN-SOLD TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-TOTAL-GRAIN-CONSUMED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-TOTAL-GRAIN-SOWN TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-TOTAL-GRAIN-SPOILED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-TOTAL-GRAIN-BOUGHT TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-TOTAL-FLAX-PRODUCED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-TOTAL-TAX-COLLECTED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE RS-UNREST TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           PERFORM WRITE-CSV-ROW.

       EXPORT-HISCORE-EXTRACT.
           MOVE "EXPHISC.CSV" TO EXPORT-NAME
           MOVE "HISCORE.DAT" TO EXTRACT-SOURCE
           PERFORM START-EXTRACT
           PERFORM START-CSV-LINE
           MOVE "Kingdom" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Final Year" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Final Score" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Produced" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Starved" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           PERFORM WRITE-CSV-LINE
           OPEN INPUT HISCORE-FILE
           MOVE FS-HISCORE TO SOURCE-STATUS
           MOVE "HISCORE.DAT" TO SOURCE-DESCRIPTION
           PERFORM CHECK-SOURCE-STATUS
           IF FS-HISCORE = "00"
               MOVE 'N' TO SOURCE-EOF
               PERFORM EXPORT-NEXT-HISCORE-RECORD
                   UNTIL SOURCE-EOF = 'Y'
               CLOSE HISCORE-FILE
           END-IF
           PERFORM FINISH-EXTRACT.

       EXPORT-NEXT-HISCORE-RECORD.
           READ HISCORE-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF
               NOT AT END
                   ADD 1 TO EXTRACT-RECORDS-READ
                   MOVE HS-KINGDOM TO KINGDOM-NAME
                   PERFORM FIND-LISTED-KINGDOM
                   IF KINGDOM-LISTED = 'Y'
                       OR EXPORT-ALL-KINGDOMS = 'Y'
                       PERFORM START-CSV-LINE
                       MOVE HS-KINGDOM TO CSV-TEXT
                       PERFORM ADD-CSV-TEXT
                       MOVE HS-YEAR TO CSV-NUMBER
                       PERFORM ADD-CSV-NUMBER
                       MOVE HS-FINAL-SCORE TO CSV-NUMBER
                       PERFORM ADD-CSV-NUMBER
                       MOVE HS-TOTAL-GRAIN-PRODUCED TO CSV-NUMBER
                       PERFORM ADD-CSV-NUMBER
                       MOVE HS-TOTAL-STARVED TO CSV-NUMBER
                       PERFORM ADD-CSV-NUMBER
                       PERFORM WRITE-CSV-ROW
                   ELSE
                       ADD 1 TO EXTRACT-RECORDS-SKIPPED
                   END-IF
           END-READ.

       EXPORT-KINGDOM-EXTRACT.
           MOVE "EXPKING.CSV" TO EXPORT-NAME
           MOVE "KINGDOM.DAT" TO EXTRACT-SOURCE
           PERFORM START-EXTRACT
           PERFORM WRITE-KINGDOM-HEADINGS
           OPEN INPUT KINGDOM-FILE
           MOVE FS-KINGDOM TO SOURCE-STATUS
           MOVE "KINGDOM.DAT" TO SOURCE-DESCRIPTION
           PERFORM CHECK-SOURCE-STATUS
           IF FS-KINGDOM = "00"
               MOVE LOW-VALUES TO KM-NAME
               START KINGDOM-FILE KEY NOT < KM-NAME
                   INVALID KEY CONTINUE
               END-START
               IF FS-KINGDOM = "00"
                   MOVE 'N' TO KINGDOM-EOF
               ELSE
                   MOVE 'Y' TO KINGDOM-EOF
               END-IF
               PERFORM EXPORT-NEXT-KINGDOM-RECORD
                   UNTIL KINGDOM-EOF = 'Y'
               CLOSE KINGDOM-FILE
           END-IF
           PERFORM FINISH-EXTRACT.

       WRITE-KINGDOM-HEADINGS.
           PERFORM START-CSV-LINE
           MOVE "Kingdom" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Year" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Season" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Grain" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "People" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Gold" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Produced" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Starved" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Sold" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Consumed" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Starting Grain" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Flax" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Flax Produced" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Gold Debt" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Farmers" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Laborers" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Phase" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Year Starved" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Sown" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Grain To Sow" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Flax To Sow" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Grain To Sell" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Flax To Sell" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Take Loan" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Accepted Immigrants" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Decisions Read" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Granary Capacity" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Spoiled" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Build Granary" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Grain To Buy" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Flax To Buy" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Grain Bought" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Children" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Adults" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Elders" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Roll Count" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Grain Price" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Flax Price" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Last Grain Price" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Last Flax Price" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Tax Rate" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Unrest" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           MOVE "Total Tax Collected" TO CSV-TEXT
           PERFORM ADD-CSV-HEADING
           PERFORM WRITE-CSV-LINE.

       EXPORT-NEXT-KINGDOM-RECORD.
           READ KINGDOM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO KINGDOM-EOF
               NOT AT END
                   ADD 1 TO EXTRACT-RECORDS-READ
                   MOVE KM-NAME TO KINGDOM-NAME
                   PERFORM FIND-LISTED-KINGDOM
                   IF KINGDOM-LISTED = 'Y'
                       OR EXPORT-ALL-KINGDOMS = 'Y'
                       PERFORM EXPORT-KINGDOM-ROW
                   ELSE
                       ADD 1 TO EXTRACT-RECORDS-SKIPPED
                   END-IF
           END-READ.

       EXPORT-KINGDOM-ROW.
           PERFORM START-CSV-LINE
           MOVE KM-NAME TO CSV-TEXT
           PERFORM ADD-CSV-TEXT
           MOVE KM-YEAR TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-SEASON TO CSV-TEXT
           PERFORM ADD-CSV-TEXT
           MOVE KM-GRAIN TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-PEOPLE TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-GOLD TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TOTAL-GRAIN-PRODUCED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TOTAL-STARVED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TOTAL-GRAIN-SOLD TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TOTAL-GRAIN-CONSUMED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-STARTING-GRAIN TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-FLAX TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TOTAL-FLAX-PRODUCED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-GOLD-DEBT TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-FARMERS TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-LABORERS TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-PHASE-NUM TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-YEAR-STARVED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TOTAL-GRAIN-SOWN TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-GRAIN-TO-SOW TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-FLAX-TO-SOW TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-GRAIN-TO-SELL TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-FLAX-TO-SELL TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TAKE-LOAN TO CSV-TEXT
           PERFORM ADD-CSV-TEXT
           MOVE KM-ACCEPTED-IMMIGRANTS TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-DECISIONS-READ-COUNT TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-GRANARY-CAPACITY TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TOTAL-GRAIN-SPOILED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-BUILD-GRANARY TO CSV-TEXT
           PERFORM ADD-CSV-TEXT
           MOVE KM-GRAIN-TO-BUY TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-FLAX-TO-BUY TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TOTAL-GRAIN-BOUGHT TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-CHILDREN TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-ADULTS TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-ELDERS TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-ROLL-COUNT TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-GRAIN-PRICE TO CSV-PRICE
           PERFORM ADD-CSV-PRICE
           MOVE KM-FLAX-PRICE TO CSV-PRICE
           PERFORM ADD-CSV-PRICE
           MOVE KM-LAST-GRAIN-PRICE TO CSV-PRICE
           PERFORM ADD-CSV-PRICE
           MOVE KM-LAST-FLAX-PRICE TO CSV-PRICE
           PERFORM ADD-CSV-PRICE
           MOVE KM-TAX-RATE TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-UNREST TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           MOVE KM-TOTAL-TAX-COLLECTED TO CSV-NUMBER
           PERFORM ADD-CSV-NUMBER
           PERFORM WRITE-CSV-ROW.
