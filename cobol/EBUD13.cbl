           SELECT NOTICES-FILE ASSIGN TO 'NOTICES'.
           SELECT AGERPT-FILE  ASSIGN TO 'AGERPT'.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL'.
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
       01  CONTROL-RECORD.
           COPY CTLCARD.

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

       01  WS-FORCE-RERUN-SW  PIC X(1) VALUE 'N'.
           88  WS-FORCE-RERUN    VALUE 'Y'.

       01  WS-CYCLE-FAIL-SW   PIC X(1) VALUE 'N'.
           88  WS-CYCLE-FAIL     VALUE 'Y'.

       01  WS-READ-COUNT      PIC 9(9) VALUE 0.
       01  WS-OVERDUE-COUNT   PIC 9(9) VALUE 0.
       01  WS-NOTICE-COUNT    PIC 9(9) VALUE 0.
       01  WS-SKIPPED-COUNT   PIC 9(9) VALUE 0.
       01  WS-UNPARSED-COUNT  PIC 9(9) VALUE 0.
       01  WS-DECEASED-SKIP-COUNT PIC 9(9) VALUE 0.

       01  WS-DECEASED-SW     PIC X(1) VALUE 'N'.
           88  WS-DECEASED       VALUE 'Y'.

       01  WS-ADDRESS-FOUND-SW PIC X(1) VALUE 'N'.
           88  WS-ADDRESS-FOUND  VALUE 'Y'.

       01  WS-MAIL-HELD-SW    PIC X(1) VALUE 'N'.
           88  WS-MAIL-HELD      VALUE 'Y'.

       01  WS-HELD-COUNT      PIC 9(9) VALUE 0.
       01  WS-NO-ADDRESS-COUNT PIC 9(9) VALUE 0.
       01  WS-RUN-DATE        PIC 9(8) VALUE 0.

       01  WS-BAND-1-COUNT    PIC 9(9) VALUE 0.
       01  WS-BAND-2-COUNT    PIC 9(9) VALUE 0.
           05  NTH-MEMBER-ID  PIC X(9).
           05  FILLER         PIC X(78) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  ADL-TEXT       PIC X(40).
           05  FILLER         PIC X(88) VALUE SPACES.

       01  WS-SALUTE-LINE     PIC X(133) VALUE SPACES.

       01  WS-NOTICE-BODY-1.
           05  ABL-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(94) VALUE SPACES.

       01  W-CALL-PROGRAM     PIC X(8).

       01  W-EBUD18-LINKAGE-AREA.
           COPY CYCLINK.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM A050-READ-CONTROL-CARD
           PERFORM A060-ESTABLISH-AS-OF-DATE
           PERFORM A020-BEGIN-CYCLE-STEP
           IF NOT CYL-REQUEST-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  RESULT-FILE
                       MEMBER-FILE
                OUTPUT NOTICES-FILE
                       AGERPT-FILE
                I-O    ADDRESS-FILE

           PERFORM A070-START-AGING-REPORT

                   AT END
                       MOVE 'Y' TO WS-RESULT-EOF-SW
                   NOT AT END
                       IF OUT-CYCLE-DATE NOT = CYL-CYCLE-DATE
                           PERFORM A025-REFUSE-OTHER-CYCLE
                       ELSE
                       ADD 1 TO WS-READ-COUNT
                       IF OUT-OVERDUE-FLAG = 'Y'
                           PERFORM A120-CHECK-DECEASED
                           IF WS-DECEASED
                               ADD 1 TO WS-DECEASED-SKIP-COUNT
                           ELSE
                               ADD 1 TO WS-OVERDUE-COUNT
                               PERFORM A100-PROCESS-OVERDUE-MEMBER
                           END-IF
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CYCLE-FAIL
               CLOSE RESULT-FILE
                     MEMBER-FILE
                     NOTICES-FILE
                     AGERPT-FILE
                     ADDRESS-FILE
               PERFORM A990-END-CYCLE-STEP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM A300-PRINT-AGING-TOTALS

           CLOSE RESULT-FILE
                 MEMBER-FILE
                 NOTICES-FILE
                 AGERPT-FILE
                 ADDRESS-FILE

           DISPLAY '=========================================='
           DISPLAY 'EBUD13 OVERDUE FOLLOW-UP CONTROL REPORT'
           DISPLAY '  OVERDUE 7-12 MONTHS: ' WS-BAND-2-COUNT
           DISPLAY '  OVERDUE 12+ MONTHS : ' WS-BAND-1-COUNT
           DISPLAY '  DATE NOT PARSED    : ' WS-UNPARSED-COUNT
           DISPLAY '  MEMBER DECEASED    : ' WS-DECEASED-SKIP-COUNT
               ' (NOTICES SUPPRESSED)'
           DISPLAY '  MAIL HELD - BAD ADR: ' WS-HELD-COUNT
               ' (NOTICES NOT PRINTED)'
           DISPLAY '  NO ADDRESS ON FILE : ' WS-NO-ADDRESS-COUNT
           DISPLAY '  NOT OVERDUE        : ' WS-SKIPPED-COUNT
           DISPLAY '=========================================='
           PERFORM A990-END-CYCLE-STEP
           GOBACK.

       A020-BEGIN-CYCLE-STEP SECTION.
           MOVE 'B'      TO CYL-FUNCTION
           MOVE 'EBUD13' TO CYL-PROGRAM
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
               DISPLAY 'CYCLE CONTROL REFUSED EBUD13: ' CYL-MESSAGE
           END-IF.

       A025-REFUSE-OTHER-CYCLE SECTION.
           DISPLAY 'RESULT FILE IS FOR CYCLE ' OUT-CYCLE-DATE
               ' NOT CYCLE ' CYL-CYCLE-DATE ' - RUN STOPPED'
           MOVE 'Y' TO WS-CYCLE-FAIL-SW
           MOVE 'Y' TO WS-RESULT-EOF-SW.

       A050-READ-CONTROL-CARD SECTION.
           MOVE 0 TO WS-PARM-AS-OF-DATE

                       DISPLAY 'AS-OF DATE OVERRIDE FROM CONTROL '
                           'CARD: ' WS-PARM-AS-OF-DATE
                   END-IF
                   IF CTL-FORCED
                       MOVE 'Y' TO WS-FORCE-RERUN-SW
                   END-IF
           END-READ
           CLOSE CONTROL-FILE.

       A100-PROCESS-OVERDUE-MEMBER SECTION.
           PERFORM A110-COMPUTE-MONTHS-OVERDUE
           PERFORM A150-WRITE-AGING-DETAIL
           PERFORM A130-CHECK-ADDRESS
           IF WS-MAIL-HELD
               PERFORM A140-HOLD-MAIL
           ELSE
               PERFORM A200-PRINT-OVERDUE-NOTICE
           END-IF.

       A110-COMPUTE-MONTHS-OVERDUE SECTION.
           MOVE 'N' TO WS-PARSE-OK-SW
                   ADD 1 TO WS-BAND-3-COUNT
           END-EVALUATE.

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

       A150-WRITE-AGING-DETAIL SECTION.
           MOVE OUT-MEMBER-ID          TO AGD-MEMBER-ID
           MOVE OUT-MEMBER-NAME        TO AGD-MEMBER-NAME

           WRITE NOTICES-LINE FROM WS-NOTICE-HEADING
               AFTER ADVANCING PAGE
           PERFORM A210-PRINT-ADDRESS-BLOCK
           WRITE NOTICES-LINE FROM WS-SALUTE-LINE
               AFTER ADVANCING 3 LINES
           WRITE NOTICES-LINE FROM WS-NOTICE-BODY-1

           ADD 1 TO WS-NOTICE-COUNT.

       A210-PRINT-ADDRESS-BLOCK SECTION.
           IF WS-ADDRESS-FOUND
               MOVE ADR-LINE-1 TO ADL-TEXT
               WRITE NOTICES-LINE FROM WS-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               IF ADR-LINE-2 NOT = SPACES
                   MOVE ADR-LINE-2 TO ADL-TEXT
                   WRITE NOTICES-LINE FROM WS-ADDRESS-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO ADL-TEXT
               STRING ADR-CITY  DELIMITED BY '  '
                      ', '      DELIMITED BY SIZE
                      ADR-STATE DELIMITED BY SIZE
                      '  '      DELIMITED BY SIZE
                      ADR-ZIP   DELIMITED BY SIZE
                   INTO ADL-TEXT
               WRITE NOTICES-LINE FROM WS-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE '*** NO ADDRESS ON FILE ***' TO ADL-TEXT
               WRITE NOTICES-LINE FROM WS-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.

       A300-PRINT-AGING-TOTALS SECTION.
           MOVE 'OVERDUE 0-6 MONTHS   :    ' TO ABL-LABEL
           MOVE WS-BAND-3-COUNT TO ABL-COUNT
           MOVE WS-OVERDUE-COUNT TO ABL-COUNT
           WRITE AGERPT-LINE FROM WS-AGERPT-BAND-LINE
               AFTER ADVANCING 2 LINES.

       A990-END-CYCLE-STEP SECTION.
           MOVE 'EBUD13' TO CYL-PROGRAM
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
