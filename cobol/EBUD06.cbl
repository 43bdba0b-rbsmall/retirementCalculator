           SELECT LETTERS-FILE ASSIGN TO 'LETTERS'.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL'.
           SELECT OPTIONAL ELECT-FILE ASSIGN TO 'ELECT'.
           SELECT MEMBER-FILE  ASSIGN TO 'MEMBER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-MEMBER-ID.
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRESS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-MEMBER-ID.

       DATA DIVISION.
       FILE SECTION.
       01  ELECT-RECORD.
           COPY ELECMAST.

       FD  MEMBER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MEMBER-RECORD.
           COPY MEMMAST.

       FD  ADDRESS-FILE
           RECORD CONTAINS 150 CHARACTERS.

       01  ADDRESS-RECORD.
           COPY ADDRMAST.

       WORKING-STORAGE SECTION.
       01  WS-RESULT-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-RESULT-EOF     VALUE 'Y'.
       01  WS-ELECT-ABORT-SW  PIC X(1) VALUE 'N'.
           88  WS-ELECT-ABORT    VALUE 'Y'.

       01  WS-FORCE-RERUN-SW  PIC X(1) VALUE 'N'.
           88  WS-FORCE-RERUN    VALUE 'Y'.

       01  WS-CYCLE-FAIL-SW   PIC X(1) VALUE 'N'.
           88  WS-CYCLE-FAIL     VALUE 'Y'.

       01  WS-ELECTED-SW      PIC X(1) VALUE 'N'.
           88  WS-ELECTED        VALUE 'Y'.

               10  WS-ELC-ID        PIC X(9).

       01  WS-ELECTED-SKIP-COUNT PIC 9(9) VALUE 0.

       01  WS-DECEASED-SW     PIC X(1) VALUE 'N'.
           88  WS-DECEASED       VALUE 'Y'.

       01  WS-DECEASED-SKIP-COUNT PIC 9(9) VALUE 0.
       01  WS-SPOUSE-LETTER-COUNT PIC 9(9) VALUE 0.

       01  WS-ADDRESS-FOUND-SW PIC X(1) VALUE 'N'.
           88  WS-ADDRESS-FOUND  VALUE 'Y'.

       01  WS-MAIL-HELD-SW    PIC X(1) VALUE 'N'.
           88  WS-MAIL-HELD      VALUE 'Y'.

       01  WS-HELD-COUNT      PIC 9(9) VALUE 0.
       01  WS-NO-ADDRESS-COUNT PIC 9(9) VALUE 0.
       01  WS-RUN-DATE        PIC 9(8) VALUE 0.

       01  WS-READ-COUNT      PIC 9(9) VALUE 0.
       01  WS-LETTER-COUNT    PIC 9(9) VALUE 0.
       01  WS-BAND-1-COUNT    PIC 9(9) VALUE 0.
           05  LTH-MEMBER-ID  PIC X(9).
           05  FILLER         PIC X(78) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  ADL-TEXT       PIC X(40).
           05  FILLER         PIC X(88) VALUE SPACES.

       01  WS-SALUTE-LINE     PIC X(133) VALUE SPACES.
       01  WS-NAME-LEN        PIC 9(2)  VALUE 0.

           05  STO-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(95) VALUE SPACES.

       01  WS-SUMMARY-HELD-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(25)
               VALUE 'HELD - BAD ADDRESS:      '.
           05  SHL-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(95) VALUE SPACES.

       01  W-CALL-PROGRAM     PIC X(8).

       01  W-EBUD18-LINKAGE-AREA.
           COPY CYCLINK.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM A050-READ-CONTROL-CARD
           PERFORM A020-BEGIN-CYCLE-STEP
           IF NOT CYL-REQUEST-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM A060-LOAD-ELECTION-TABLE
           IF WS-ELECT-ABORT
               MOVE 'Y' TO WS-CYCLE-FAIL-SW
               PERFORM A990-END-CYCLE-STEP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  RESULT-FILE
                       MEMBER-FILE
                OUTPUT LETTERS-FILE
                I-O    ADDRESS-FILE

           PERFORM UNTIL WS-RESULT-EOF
               READ RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-RESULT-EOF-SW
                   NOT AT END
                       IF OUT-CYCLE-DATE NOT = CYL-CYCLE-DATE
                           PERFORM A025-REFUSE-OTHER-CYCLE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM A100-SELECT-MEMBER
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CYCLE-FAIL
               CLOSE RESULT-FILE
                     MEMBER-FILE
                     LETTERS-FILE
                     ADDRESS-FILE
               PERFORM A990-END-CYCLE-STEP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM A300-PRINT-SUMMARY-PAGE

           CLOSE RESULT-FILE
                 MEMBER-FILE
                 LETTERS-FILE
                 ADDRESS-FILE

           DISPLAY '=========================================='
           DISPLAY 'EBUD06 LETTER GENERATION CONTROL REPORT'
           DISPLAY '  WITHIN ' WS-BAND-1 ' DAYS     : ' WS-BAND-1-COUNT
           DISPLAY '  ELECTION ON FILE   : ' WS-ELECTED-SKIP-COUNT
               ' (LETTERS SUPPRESSED)'
           DISPLAY '  MEMBER DECEASED    : ' WS-DECEASED-SKIP-COUNT
               ' (LETTERS SUPPRESSED)'
           DISPLAY '  WITH SPOUSE LINES  : ' WS-SPOUSE-LETTER-COUNT
           DISPLAY '  MAIL HELD - BAD ADR: ' WS-HELD-COUNT
               ' (LETTERS NOT PRINTED)'
           DISPLAY '  NO ADDRESS ON FILE : ' WS-NO-ADDRESS-COUNT
           DISPLAY '  NOT ELIGIBLE       : ' WS-SKIPPED-COUNT
           DISPLAY '=========================================='
           PERFORM A990-END-CYCLE-STEP
           GOBACK.

       A020-BEGIN-CYCLE-STEP SECTION.
           MOVE 'B'      TO CYL-FUNCTION
           MOVE 'EBUD06' TO CYL-PROGRAM
           MOVE 0        TO CYL-CYCLE-DATE
           MOVE WS-FORCE-RERUN-SW TO CYL-FORCE-RERUN
           MOVE 'EBUD18' TO W-CALL-PROGRAM
           CALL W-CALL-PROGRAM USING W-EBUD18-LINKAGE-AREA
           IF CYL-REQUEST-OK
               DISPLAY 'CYCLE DATE: ' CYL-CYCLE-DATE
               IF WS-FORCE-RERUN
                   DISPLAY 'FORCED RERUN REQUESTED ON CONTROL CARD'
               END-IF
           ELSE
               DISPLAY 'CYCLE CONTROL REFUSED EBUD06: ' CYL-MESSAGE
           END-IF.

       A025-REFUSE-OTHER-CYCLE SECTION.
           DISPLAY 'RESULT FILE IS FOR CYCLE ' OUT-CYCLE-DATE
               ' NOT CYCLE ' CYL-CYCLE-DATE ' - RUN STOPPED'
           MOVE 'Y' TO WS-CYCLE-FAIL-SW
           MOVE 'Y' TO WS-RESULT-EOF-SW.

       A050-READ-CONTROL-CARD SECTION.
           MOVE 365 TO WS-BAND-1
           MOVE 180 TO WS-BAND-2
                       DISPLAY 'CONTROL CARD BANDS INVALID - '
                           'USING DEFAULT BANDS'
                   END-IF
                   IF LTR-FORCED
                       MOVE 'Y' TO WS-FORCE-RERUN-SW
                   END-IF
           END-READ
           CLOSE CONTROL-FILE


       A100-SELECT-MEMBER SECTION.
           PERFORM A110-CHECK-ELECTION
           PERFORM A120-CHECK-DECEASED
           IF WS-ELECTED
               ADD 1 TO WS-ELECTED-SKIP-COUNT
           ELSE
           IF WS-DECEASED
               ADD 1 TO WS-DECEASED-SKIP-COUNT
           ELSE
           IF OUT-DAY-DIFFERENCE NOT NUMERIC
              OR OUT-OVERDUE-FLAG = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
               EVALUATE TRUE
                   WHEN WS-DAY-DIFF <= WS-BAND-3
                       MOVE WS-BAND-3 TO WS-LETTER-BAND
                       PERFORM A130-CHECK-ADDRESS
                       IF WS-MAIL-HELD
                           PERFORM A140-HOLD-MAIL
                       ELSE
                           ADD 1 TO WS-BAND-3-COUNT
                           PERFORM A200-PRINT-LETTER
                       END-IF
                   WHEN WS-DAY-DIFF <= WS-BAND-2
                       MOVE WS-BAND-2 TO WS-LETTER-BAND
                       PERFORM A130-CHECK-ADDRESS
                       IF WS-MAIL-HELD
                           PERFORM A140-HOLD-MAIL
                       ELSE
                           ADD 1 TO WS-BAND-2-COUNT
                           PERFORM A200-PRINT-LETTER
                       END-IF
                   WHEN WS-DAY-DIFF <= WS-BAND-1
                       MOVE WS-BAND-1 TO WS-LETTER-BAND
                       PERFORM A130-CHECK-ADDRESS
                       IF WS-MAIL-HELD
                           PERFORM A140-HOLD-MAIL
                       ELSE
                           ADD 1 TO WS-BAND-1-COUNT
                           PERFORM A200-PRINT-LETTER
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

       A120-CHECK-DECEASED SECTION.
           MOVE 'N' TO WS-DECEASED-SW
           MOVE OUT-MEMBER-ID TO MST-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-DECEASED
                       MOVE 'Y' TO WS-DECEASED-SW
                   END-IF
           END-READ.

       A130-CHECK-ADDRESS SECTION.
           MOVE 'N' TO WS-MAIL-HELD-SW
           MOVE OUT-MEMBER-ID TO ADR-MEMBER-ID
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ADDRESS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADDRESS-FOUND-SW
                   IF ADR-UNDELIVERABLE
                       MOVE 'Y' TO WS-MAIL-HELD-SW
                   END-IF
           END-READ.

       A140-HOLD-MAIL SECTION.
           IF ADR-LAST-HELD-DATE NOT = WS-RUN-DATE
               ADD 1 TO ADR-HELD-COUNT
           END-IF
           IF ADR-FIRST-HELD-DATE NOT NUMERIC
              OR ADR-FIRST-HELD-DATE = 0
               MOVE WS-RUN-DATE TO ADR-FIRST-HELD-DATE
           END-IF
           MOVE WS-RUN-DATE TO ADR-LAST-HELD-DATE
           REWRITE ADDRESS-RECORD
               INVALID KEY
                   DISPLAY 'ADDRESS REWRITE FAILED FOR MEMBER: '
                       ADR-MEMBER-ID
           END-REWRITE
           ADD 1 TO WS-HELD-COUNT.

       A200-PRINT-LETTER SECTION.
           MOVE OUT-MEMBER-NAME TO LTH-NAME
           MOVE OUT-MEMBER-ID   TO LTH-MEMBER-ID

           WRITE LETTERS-LINE FROM WS-LETTER-HEADING
               AFTER ADVANCING PAGE
           PERFORM A210-PRINT-ADDRESS-BLOCK
           WRITE LETTERS-LINE FROM WS-SALUTE-LINE
               AFTER ADVANCING 3 LINES
           WRITE LETTERS-LINE FROM WS-BODY-LINE-1

           ADD 1 TO WS-LETTER-COUNT.

       A210-PRINT-ADDRESS-BLOCK SECTION.
           IF WS-ADDRESS-FOUND
               MOVE ADR-LINE-1 TO ADL-TEXT
               WRITE LETTERS-LINE FROM WS-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               IF ADR-LINE-2 NOT = SPACES
                   MOVE ADR-LINE-2 TO ADL-TEXT
                   WRITE LETTERS-LINE FROM WS-ADDRESS-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO ADL-TEXT
               STRING ADR-CITY  DELIMITED BY '  '
                      ', '      DELIMITED BY SIZE
                      ADR-STATE DELIMITED BY SIZE
                      '  '      DELIMITED BY SIZE
                      ADR-ZIP   DELIMITED BY SIZE
                   INTO ADL-TEXT
               WRITE LETTERS-LINE FROM WS-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE '*** NO ADDRESS ON FILE ***' TO ADL-TEXT
               WRITE LETTERS-LINE FROM WS-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.

       A300-PRINT-SUMMARY-PAGE SECTION.
           WRITE LETTERS-LINE FROM WS-SUMMARY-TITLE
               AFTER ADVANCING PAGE

           MOVE WS-LETTER-COUNT TO STO-COUNT
           WRITE LETTERS-LINE FROM WS-SUMMARY-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-HELD-COUNT TO SHL-COUNT
           WRITE LETTERS-LINE FROM WS-SUMMARY-HELD-LINE
               AFTER ADVANCING 1 LINE.

       A990-END-CYCLE-STEP SECTION.
           MOVE 'EBUD06' TO CYL-PROGRAM
           IF WS-CYCLE-FAIL
               MOVE 'F' TO CYL-FUNCTION
           ELSE
               MOVE 'C' TO CYL-FUNCTION
           END-IF
           MOVE 'EBUD18' TO W-CALL-PROGRAM
           CALL W-CALL-PROGRAM USING W-EBUD18-LINKAGE-AREA
           IF NOT CYL-REQUEST-OK
               DISPLAY 'CYCLE CONTROL: ' CYL-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
