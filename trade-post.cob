       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRADE-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KINGDOM-FILE ASSIGN TO "KINGDOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-NAME
               FILE STATUS IS FS-KINGDOM.
           SELECT TRADE-ORDER-FILE ASSIGN TO "TRADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRADE-ORDER.
           SELECT SELLER-JOURNAL-FILE
               ASSIGN TO DYNAMIC SELLER-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SELLER-JOURNAL.
           SELECT BUYER-JOURNAL-FILE
               ASSIGN TO DYNAMIC BUYER-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BUYER-JOURNAL.
           SELECT TRADE-EXCEPTION-FILE ASSIGN TO "TRADEEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRADE-EXCEPTION.

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

       FD  TRADE-ORDER-FILE.
       01  TRADE-ORDER-RECORD.
           05 TR-YEAR PIC 9(4).
           05 TR-SEP1 PIC X(1).
           05 TR-SELLER PIC X(20).
           05 TR-SEP2 PIC X(1).
           05 TR-BUYER PIC X(20).
           05 TR-SEP3 PIC X(1).
           05 TR-COMMODITY PIC X(1).
           05 TR-SEP4 PIC X(1).
           05 TR-QUANTITY PIC 9(5).
           05 TR-SEP5 PIC X(1).
           05 TR-PRICE PIC 9V99.

       FD  SELLER-JOURNAL-FILE.
       01  SELLER-JOURNAL-RECORD PIC X(41).

       FD  BUYER-JOURNAL-FILE.
       01  BUYER-JOURNAL-RECORD PIC X(41).

       FD  TRADE-EXCEPTION-FILE.
       01  TRADE-EXCEPTION-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-KINGDOM PIC XX.
       01 FS-TRADE-ORDER PIC XX.
       01 FS-SELLER-JOURNAL PIC XX.
       01 FS-BUYER-JOURNAL PIC XX.
       01 FS-TRADE-EXCEPTION PIC XX.
       01 SELLER-JOURNAL-NAME PIC X(32).
       01 BUYER-JOURNAL-NAME PIC X(32).
       01 TRADE-ORDER-EOF PIC X VALUE 'N'.
       01 ORDERS-READ PIC 9(5) VALUE 0.
       01 ORDERS-ACCEPTED PIC 9(5) VALUE 0.
       01 ORDERS-REJECTED PIC 9(5) VALUE 0.
       01 JOURNAL-FAILURES PIC 9(5) VALUE 0.
       01 JOURNAL-FAILED PIC X VALUE 'N'.
       01 BACKOUT-FAILED PIC X VALUE 'N'.
       01 REWRITE-FAILED PIC X VALUE 'N'.
       01 REJECT-REASON PIC X(40).
       01 TRADE-VALUE PIC 9(6).
       01 TRADING-YEAR PIC 9(4).
       01 SELLER-IMAGE PIC X(191).
       01 BUYER-IMAGE PIC X(191).
       01 SELLER-TRADING-YEAR PIC 9(4).
       01 SELLER-STOCK PIC 9(5).
       01 SELLER-GOLD PIC 9(3).
       01 BUYER-TRADING-YEAR PIC 9(4).
       01 BUYER-STOCK PIC 9(5).
       01 BUYER-GOLD PIC 9(3).
       01 BALANCE-CHECK PIC 9(6).
       01 COMMODITY-NAME PIC X(5).
       01 JOURNAL-ENTRY.
           05 JR-YEAR PIC 9(4).
           05 JR-SEP1 PIC X(1) VALUE SPACE.
           05 JR-SEASON PIC X(6).
           05 JR-SEP2 PIC X(1) VALUE SPACE.
           05 JR-CODE PIC X(4).
           05 JR-SEP3 PIC X(1) VALUE SPACE.
           05 JR-QUANTITY PIC 9(6).
           05 JR-SEP4 PIC X(1) VALUE SPACE.
           05 JR-BEFORE PIC 9(6).
           05 JR-SEP5 PIC X(1) VALUE SPACE.
           05 JR-AFTER PIC 9(6).
       01 PRINT-LINE PIC X(80).

       PROCEDURE DIVISION.
           OPEN INPUT TRADE-ORDER-FILE
           IF FS-TRADE-ORDER NOT = "00"
               DISPLAY "*** UNABLE TO OPEN TRADE ORDER FILE, STATUS "
                   FS-TRADE-ORDER " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O KINGDOM-FILE
           IF FS-KINGDOM NOT = "00"
               DISPLAY "*** UNABLE TO OPEN KINGDOM FILE, STATUS "
                   FS-KINGDOM " ***"
               CLOSE TRADE-ORDER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRADE-EXCEPTION-FILE
           IF FS-TRADE-EXCEPTION NOT = "00"
               DISPLAY "*** UNABLE TO OPEN TRADE EXCEPTION FILE, "
                   "STATUS " FS-TRADE-EXCEPTION " ***"
               CLOSE TRADE-ORDER-FILE
               CLOSE KINGDOM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GRAIN TYRANT - TRADE ORDER EXCEPTIONS"
               TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM PROCESS-NEXT-TRADE-ORDER
               UNTIL TRADE-ORDER-EOF = 'Y'
           CLOSE TRADE-ORDER-FILE
           CLOSE KINGDOM-FILE
           PERFORM PRINT-TRADE-SUMMARY
           CLOSE TRADE-EXCEPTION-FILE
           IF BACKOUT-FAILED = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF REWRITE-FAILED = 'Y' OR JOURNAL-FAILURES > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF ORDERS-REJECTED > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       PROCESS-NEXT-TRADE-ORDER.
           READ TRADE-ORDER-FILE
               AT END
                   MOVE 'Y' TO TRADE-ORDER-EOF
               NOT AT END
                   ADD 1 TO ORDERS-READ
                   PERFORM PROCESS-ONE-TRADE-ORDER
           END-READ.

       PROCESS-ONE-TRADE-ORDER.
           MOVE SPACES TO REJECT-REASON
           PERFORM EDIT-TRADE-ORDER
           IF REJECT-REASON = SPACES
               PERFORM LOAD-TRADING-PARTIES
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM CHECK-TRADE-TERMS
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM OPEN-TRADE-JOURNALS
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM APPLY-TRADE-ORDER
               CLOSE SELLER-JOURNAL-FILE
               CLOSE BUYER-JOURNAL-FILE
           END-IF
           IF REJECT-REASON = SPACES
               ADD 1 TO ORDERS-ACCEPTED
               DISPLAY "Trade " ORDERS-READ ": " TR-SELLER
                   " shipped " TR-QUANTITY " " COMMODITY-NAME
                   " to " TR-BUYER " for " TRADE-VALUE " gold"
           ELSE
               ADD 1 TO ORDERS-REJECTED
               PERFORM WRITE-TRADE-EXCEPTION
           END-IF.

       EDIT-TRADE-ORDER.
           EVALUATE TRUE
               WHEN TR-YEAR NOT NUMERIC
                   MOVE "YEAR NOT NUMERIC" TO REJECT-REASON
               WHEN TR-SELLER = SPACES
                   MOVE "NO SELLING KINGDOM" TO REJECT-REASON
               WHEN TR-BUYER = SPACES
                   MOVE "NO BUYING KINGDOM" TO REJECT-REASON
               WHEN TR-SELLER = TR-BUYER
                   MOVE "SELLER AND BUYER ARE THE SAME"
                       TO REJECT-REASON
               WHEN TR-COMMODITY NOT = 'G' AND TR-COMMODITY NOT = 'F'
                   MOVE "COMMODITY NOT G OR F" TO REJECT-REASON
               WHEN TR-QUANTITY NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO REJECT-REASON
               WHEN TR-QUANTITY = 0
                   MOVE "QUANTITY IS ZERO" TO REJECT-REASON
               WHEN TR-PRICE NOT NUMERIC
                   MOVE "PRICE NOT NUMERIC" TO REJECT-REASON
               WHEN TR-PRICE = 0
                   MOVE "PRICE IS ZERO" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON = SPACES
               IF TR-COMMODITY = 'G'
                   MOVE "GRAIN" TO COMMODITY-NAME
               ELSE
                   MOVE "FLAX" TO COMMODITY-NAME
               END-IF
               COMPUTE TRADE-VALUE ROUNDED = TR-QUANTITY * TR-PRICE
               IF TRADE-VALUE = 0
                   MOVE 1 TO TRADE-VALUE
               END-IF
           END-IF.

       LOAD-TRADING-PARTIES.
           MOVE TR-SELLER TO KM-NAME
           READ KINGDOM-FILE
               INVALID KEY
                   MOVE "SELLER HAS NO SAVED REIGN" TO REJECT-REASON
               NOT INVALID KEY
                   MOVE KINGDOM-RECORD TO SELLER-IMAGE
                   PERFORM FIND-TRADING-YEAR
                   MOVE TRADING-YEAR TO SELLER-TRADING-YEAR
                   MOVE KM-GOLD TO SELLER-GOLD
                   IF TR-COMMODITY = 'G'
                       MOVE KM-GRAIN TO SELLER-STOCK
                   ELSE
                       MOVE KM-FLAX TO SELLER-STOCK
                   END-IF
           END-READ
           IF REJECT-REASON = SPACES
               MOVE TR-BUYER TO KM-NAME
               READ KINGDOM-FILE
                   INVALID KEY
                       MOVE "BUYER HAS NO SAVED REIGN"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       MOVE KINGDOM-RECORD TO BUYER-IMAGE
                       PERFORM FIND-TRADING-YEAR
                       MOVE TRADING-YEAR TO BUYER-TRADING-YEAR
                       MOVE KM-GOLD TO BUYER-GOLD
                       IF TR-COMMODITY = 'G'
                           MOVE KM-GRAIN TO BUYER-STOCK
                       ELSE
                           MOVE KM-FLAX TO BUYER-STOCK
                       END-IF
               END-READ
           END-IF.

       FIND-TRADING-YEAR.
           IF KM-PHASE-NUM = 9
               COMPUTE TRADING-YEAR = KM-YEAR + 1
           ELSE
               MOVE KM-YEAR TO TRADING-YEAR
           END-IF.

       CHECK-TRADE-TERMS.
           EVALUATE TRUE
               WHEN SELLER-TRADING-YEAR NOT = TR-YEAR
                   MOVE FUNCTION CONCATENATE(
                       "SELLER IS TRADING IN YEAR ",
                       SELLER-TRADING-YEAR) TO REJECT-REASON
               WHEN BUYER-TRADING-YEAR NOT = TR-YEAR
                   MOVE FUNCTION CONCATENATE(
                       "BUYER IS TRADING IN YEAR ",
                       BUYER-TRADING-YEAR) TO REJECT-REASON
               WHEN TR-QUANTITY > SELLER-STOCK
                   MOVE FUNCTION CONCATENATE(
                       "SELLER HOLDS ONLY ", SELLER-STOCK, " ",
                       COMMODITY-NAME) TO REJECT-REASON
               WHEN TRADE-VALUE > BUYER-GOLD
                   MOVE FUNCTION CONCATENATE(
                       "BUYER CANNOT PAY ", TRADE-VALUE,
                       " GOLD, HAS ", BUYER-GOLD) TO REJECT-REASON
               WHEN OTHER
                   COMPUTE BALANCE-CHECK = SELLER-GOLD + TRADE-VALUE
                   IF BALANCE-CHECK > 999
                       MOVE "SELLER TREASURY WOULD OVERFLOW"
                           TO REJECT-REASON
                   END-IF
                   COMPUTE BALANCE-CHECK = BUYER-STOCK + TR-QUANTITY
                   IF BALANCE-CHECK > 99999
                       MOVE "BUYER STORES WOULD OVERFLOW"
                           TO REJECT-REASON
                   END-IF
           END-EVALUATE.

       OPEN-TRADE-JOURNALS.
           MOVE FUNCTION CONCATENATE(
               "JOURNAL-", FUNCTION TRIM(TR-SELLER), ".DAT")
               TO SELLER-JOURNAL-NAME
           MOVE FUNCTION CONCATENATE(
               "JOURNAL-", FUNCTION TRIM(TR-BUYER), ".DAT")
               TO BUYER-JOURNAL-NAME
           OPEN EXTEND SELLER-JOURNAL-FILE
           IF FS-SELLER-JOURNAL NOT = "00"
               MOVE FUNCTION CONCATENATE(
                   "SELLER JOURNAL UNAVAILABLE, STATUS ",
                   FS-SELLER-JOURNAL) TO REJECT-REASON
           ELSE
               OPEN EXTEND BUYER-JOURNAL-FILE
               IF FS-BUYER-JOURNAL NOT = "00"
                   MOVE FUNCTION CONCATENATE(
                       "BUYER JOURNAL UNAVAILABLE, STATUS ",
                       FS-BUYER-JOURNAL) TO REJECT-REASON
                   CLOSE SELLER-JOURNAL-FILE
               END-IF
           END-IF.

       APPLY-TRADE-ORDER.
           MOVE SELLER-IMAGE TO KINGDOM-RECORD
           IF TR-COMMODITY = 'G'
               SUBTRACT TR-QUANTITY FROM KM-GRAIN
               ADD TR-QUANTITY TO KM-TOTAL-GRAIN-SOLD
           ELSE
               SUBTRACT TR-QUANTITY FROM KM-FLAX
           END-IF
           ADD TRADE-VALUE TO KM-GOLD
           REWRITE KINGDOM-RECORD
               INVALID KEY
                   MOVE 'Y' TO REWRITE-FAILED
                   MOVE FUNCTION CONCATENATE(
                       "SELLER REWRITE FAILED, STATUS ",
                       FS-KINGDOM) TO REJECT-REASON
           END-REWRITE
           IF REJECT-REASON = SPACES
               MOVE BUYER-IMAGE TO KINGDOM-RECORD
               IF TR-COMMODITY = 'G'
                   ADD TR-QUANTITY TO KM-GRAIN
                   ADD TR-QUANTITY TO KM-TOTAL-GRAIN-BOUGHT
               ELSE
                   ADD TR-QUANTITY TO KM-FLAX
               END-IF
               SUBTRACT TRADE-VALUE FROM KM-GOLD
               REWRITE KINGDOM-RECORD
                   INVALID KEY
                       MOVE 'Y' TO REWRITE-FAILED
                       MOVE FUNCTION CONCATENATE(
                           "BUYER REWRITE FAILED, STATUS ",
                           FS-KINGDOM) TO REJECT-REASON
                       PERFORM BACK-OUT-SELLER
               END-REWRITE
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM POST-TRADE-JOURNALS
               IF JOURNAL-FAILED = 'Y'
                   PERFORM WRITE-JOURNAL-EXCEPTION
               END-IF
           END-IF.

       BACK-OUT-SELLER.
           MOVE SELLER-IMAGE TO KINGDOM-RECORD
           REWRITE KINGDOM-RECORD
               INVALID KEY
                   MOVE 'Y' TO BACKOUT-FAILED
                   DISPLAY "*** UNABLE TO BACK OUT " TR-SELLER
                       ", STATUS " FS-KINGDOM " ***"
           END-REWRITE.

       POST-TRADE-JOURNALS.
           MOVE 'N' TO JOURNAL-FAILED
           MOVE TR-YEAR TO JR-YEAR
           MOVE SPACE TO JR-SEP1
           MOVE "TRADE" TO JR-SEASON
           MOVE SPACE TO JR-SEP2
           MOVE SPACE TO JR-SEP3
           MOVE SPACE TO JR-SEP4
           MOVE SPACE TO JR-SEP5
           IF TR-COMMODITY = 'G'
               MOVE "TRGO" TO JR-CODE
           ELSE
               MOVE "TRFO" TO JR-CODE
           END-IF
           MOVE TR-QUANTITY TO JR-QUANTITY
           MOVE SELLER-STOCK TO JR-BEFORE
           COMPUTE JR-AFTER = SELLER-STOCK - TR-QUANTITY
           PERFORM WRITE-SELLER-JOURNAL-ENTRY
           MOVE "TRRG" TO JR-CODE
           MOVE TRADE-VALUE TO JR-QUANTITY
           MOVE SELLER-GOLD TO JR-BEFORE
           COMPUTE JR-AFTER = SELLER-GOLD + TRADE-VALUE
           PERFORM WRITE-SELLER-JOURNAL-ENTRY
           IF TR-COMMODITY = 'G'
               MOVE "TRGI" TO JR-CODE
           ELSE
               MOVE "TRFI" TO JR-CODE
           END-IF
           MOVE TR-QUANTITY TO JR-QUANTITY
           MOVE BUYER-STOCK TO JR-BEFORE
           COMPUTE JR-AFTER = BUYER-STOCK + TR-QUANTITY
           PERFORM WRITE-BUYER-JOURNAL-ENTRY
           MOVE "TRPG" TO JR-CODE
           MOVE TRADE-VALUE TO JR-QUANTITY
           MOVE BUYER-GOLD TO JR-BEFORE
           COMPUTE JR-AFTER = BUYER-GOLD - TRADE-VALUE
           PERFORM WRITE-BUYER-JOURNAL-ENTRY.

       WRITE-SELLER-JOURNAL-ENTRY.
           MOVE JOURNAL-ENTRY TO SELLER-JOURNAL-RECORD
           WRITE SELLER-JOURNAL-RECORD
           IF FS-SELLER-JOURNAL NOT = "00"
               DISPLAY "*** UNABLE TO WRITE JOURNAL FILE, STATUS "
                   FS-SELLER-JOURNAL " ***"
               MOVE 'Y' TO JOURNAL-FAILED
           END-IF.

       WRITE-BUYER-JOURNAL-ENTRY.
           MOVE JOURNAL-ENTRY TO BUYER-JOURNAL-RECORD
           WRITE BUYER-JOURNAL-RECORD
           IF FS-BUYER-JOURNAL NOT = "00"
               DISPLAY "*** UNABLE TO WRITE JOURNAL FILE, STATUS "
                   FS-BUYER-JOURNAL " ***"
               MOVE 'Y' TO JOURNAL-FAILED
           END-IF.

       WRITE-TRADE-EXCEPTION.
           MOVE FUNCTION CONCATENATE(
               "ORDER ", ORDERS-READ, " ", TRADE-ORDER-RECORD)
               TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE
           MOVE FUNCTION CONCATENATE(
               "      REJECTED: ", REJECT-REASON) TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-JOURNAL-EXCEPTION.
           ADD 1 TO JOURNAL-FAILURES
           MOVE FUNCTION CONCATENATE(
               "ORDER ", ORDERS-READ, " ", TRADE-ORDER-RECORD)
               TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE
           MOVE "      MASTERS UPDATED, JOURNAL POSTING FAILED"
               TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE.

       PRINT-TRADE-SUMMARY.
           IF ORDERS-REJECTED = 0
               MOVE "No trade orders rejected." TO PRINT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE
           MOVE FUNCTION CONCATENATE(
               "Trade orders read:      ", ORDERS-READ)
               TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE
           MOVE FUNCTION CONCATENATE(
               "Trade orders posted:    ", ORDERS-ACCEPTED)
               TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE
           MOVE FUNCTION CONCATENATE(
               "Trade orders rejected:  ", ORDERS-REJECTED)
               TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE
           MOVE FUNCTION CONCATENATE(
               "Journal posts failed:   ", JOURNAL-FAILURES)
               TO PRINT-LINE
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE PRINT-LINE TO TRADE-EXCEPTION-RECORD
           WRITE TRADE-EXCEPTION-RECORD
           DISPLAY PRINT-LINE.
