           SELECT MAINT-AUDIT-FILE ASSIGN TO "KMAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINT-AUDIT.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERATOR-AUTH.

       DATA DIVISION.
       FILE SECTION.
           05 MA-SEP6 PIC X(1) VALUE SPACE.
           05 MA-AFTER PIC X(8).

       FD  OPERATOR-AUTH-FILE.
       01  OPERATOR-AUTH-RECORD.
           05 OA-OPERATOR PIC X(8).
           05 OA-SEP1 PIC X(1).
           05 OA-INQUIRE PIC X(1).
           05 OA-SEP2 PIC X(1).
           05 OA-MAINTAIN PIC X(1).
           05 OA-SEP3 PIC X(1).
           05 OA-DELETE PIC X(1).

       WORKING-STORAGE SECTION.
       01 FS-KINGDOM PIC XX.
       01 FS-MAINT-AUDIT PIC XX.
       01 FS-OPERATOR-AUTH PIC XX.
       01 OPERATOR-AUTH-EOF PIC X.
       01 OPERATOR-FOUND PIC X.
       01 MAY-INQUIRE PIC X.
       01 MAY-MAINTAIN PIC X.
       01 MAY-DELETE PIC X.
       01 REFUSAL-REASON PIC X(8).
       01 OPERATOR-ID PIC X(8).
       01 KINGDOM-NAME PIC X(20).
       01 FIELD-CHOICE PIC X(12).
           END-IF
           DISPLAY "Kingdom name to maintain?"
           ACCEPT KINGDOM-NAME
           PERFORM LOAD-OPERATOR-AUTHORITY
           IF MAY-INQUIRE NOT = 'Y' AND MAY-MAINTAIN NOT = 'Y'
               DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
                   " is not authorized for kingdom maintenance."
               MOVE "MAINTAIN" TO BEFORE-VALUE
               PERFORM LOG-REFUSED-ATTEMPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O KINGDOM-FILE
           IF FS-KINGDOM NOT = "00"
               DISPLAY "*** UNABLE TO OPEN KINGDOM FILE, STATUS "
                   STOP RUN
           END-READ
           PERFORM DISPLAY-KINGDOM-RECORD
           IF MAY-MAINTAIN NOT = 'Y'
               DISPLAY "Operator " FUNCTION TRIM(OPERATOR-ID)
                   " may inquire only; no fields can be changed."
               MOVE 'Y' TO MAINT-DONE
           END-IF
           PERFORM MAINTAIN-ONE-FIELD
               UNTIL MAINT-DONE = 'Y'
           CLOSE KINGDOM-FILE
                   DISPLAY "Unknown field: " FIELD-CHOICE
           END-EVALUATE.

       LOAD-OPERATOR-AUTHORITY.
           MOVE 'N' TO OPERATOR-FOUND
           MOVE 'N' TO MAY-INQUIRE
           MOVE 'N' TO MAY-MAINTAIN
           MOVE 'N' TO MAY-DELETE
           MOVE "UNKNOWN" TO REFUSAL-REASON
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
           END-IF.

       FIND-NEXT-OPERATOR.
           READ OPERATOR-AUTH-FILE
               AT END
                   MOVE 'Y' TO OPERATOR-AUTH-EOF
               NOT AT END
                   IF OA-OPERATOR = OPERATOR-ID
                       MOVE 'Y' TO OPERATOR-FOUND
                       MOVE "DENIED" TO REFUSAL-REASON
                       IF OA-INQUIRE = 'Y'
                           MOVE 'Y' TO MAY-INQUIRE
                       END-IF
                       IF OA-MAINTAIN = 'Y'
                           MOVE 'Y' TO MAY-MAINTAIN
                       END-IF
                       IF OA-DELETE = 'Y'
                           MOVE 'Y' TO MAY-DELETE
                       END-IF
                   END-IF
           END-READ.

       LOG-REFUSED-ATTEMPT.
           MOVE "*REFUSED*" TO FIELD-CHOICE
           MOVE REFUSAL-REASON TO AFTER-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD.

       LOG-FIELD-CHANGE.
           MOVE 'Y' TO RECORD-CHANGED
           PERFORM WRITE-MAINT-AUDIT-RECORD
           DISPLAY FIELD-CHOICE " changed from " BEFORE-VALUE
               " to " AFTER-VALUE
           PERFORM DISPLAY-KINGDOM-RECORD.

       WRITE-MAINT-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME-RAW FROM TIME
           COMPUTE AUDIT-TIME = AUDIT-TIME-RAW / 100
           ELSE
               DISPLAY "*** UNABLE TO OPEN MAINT AUDIT FILE, "
                   "STATUS " FS-MAINT-AUDIT " ***"
           END-IF.

       VALIDATE-KINGDOM-RECORD.
           MOVE 0 TO VALIDATION-ERRORS
