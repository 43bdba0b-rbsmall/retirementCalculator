                             BY OLD-SPOUSE-BENEFIT-AMT
                         OUT-SURVIVOR-BENEFIT-AMT
                             BY OLD-SURVIVOR-BENEFIT-AMT
                         OUT-SOURCE-SYSTEM BY OLD-SOURCE-SYSTEM
                         OUT-CYCLE-DATE BY OLD-CYCLE-DATE.

       FD  PORTAL-FILE
           RECORD CONTAINS 120 CHARACTERS
       01  WS-SEQ-ERROR-SW    PIC X(1) VALUE 'N'.
           88  WS-SEQ-ERROR      VALUE 'Y'.

       01  WS-CYCLE-FAIL-SW   PIC X(1) VALUE 'N'.
           88  WS-CYCLE-FAIL     VALUE 'Y'.

       01  WS-FEED-MODE-SW    PIC X(1) VALUE 'F'.
           88  WS-FULL-FEED      VALUE 'F'.
           88  WS-INCREMENTAL-FEED VALUE 'I'.
                             BY PRT-SPOUSE-BENEFIT-AMT
                         OUT-SURVIVOR-BENEFIT-AMT
                             BY PRT-SURVIVOR-BENEFIT-AMT
                         OUT-SOURCE-SYSTEM BY PRT-SOURCE-SYSTEM
                         OUT-CYCLE-DATE BY PRT-CYCLE-DATE.

       01  WS-EARLY-ISO-DATE  PIC X(10) VALUE SPACES.
       01  WS-FULL-ISO-DATE   PIC X(10) VALUE SPACES.

       01  WS-TRAILER-COUNT   PIC 9(9) VALUE 0.

       01  W-CALL-PROGRAM     PIC X(8).

       01  W-EBUD18-LINKAGE-AREA.
           COPY CYCLINK.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           PERFORM A050-READ-CONTROL-CARD
           PERFORM A020-BEGIN-CYCLE-STEP
           IF NOT CYL-REQUEST-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-INCREMENTAL-FEED
               OPEN INPUT  RESULT-FILE
               PERFORM A400-MATCH-AND-FEED
                   UNTIL (WS-RESULT-EOF AND WS-PRIOR-EOF)
                      OR WS-SEQ-ERROR
                      OR WS-CYCLE-FAIL
               IF NOT WS-SEQ-ERROR AND NOT WS-CYCLE-FAIL
                   PERFORM A300-WRITE-PORTAL-TRAILER
               END-IF
               CLOSE RESULT-FILE
                       AT END
                           MOVE 'Y' TO WS-RESULT-EOF-SW
                       NOT AT END
                           IF OUT-CYCLE-DATE NOT = CYL-CYCLE-DATE
                               PERFORM A025-REFUSE-OTHER-CYCLE
                           ELSE
                               ADD 1 TO WS-READ-COUNT
                               MOVE SPACE TO WS-ACTION-CODE
                               MOVE RESULT-RECORD TO WS-FEED-RECORD
                               PERFORM A100-WRITE-PORTAL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-CYCLE-FAIL
                   PERFORM A300-WRITE-PORTAL-TRAILER
               END-IF
               CLOSE RESULT-FILE
                     PORTAL-FILE
           END-IF
           IF WS-SEQ-ERROR
               DISPLAY '  *** RUN ABORTED - INPUT OUT OF SEQUENCE ***'
           END-IF
           IF WS-CYCLE-FAIL
               DISPLAY '  *** RUN ABORTED - TONIGHT FILE IS FOR '
                   'ANOTHER CYCLE ***'
           END-IF
           DISPLAY '=========================================='

           IF WS-SEQ-ERROR
               MOVE 'Y' TO WS-CYCLE-FAIL-SW
           END-IF
           PERFORM A990-END-CYCLE-STEP
           IF WS-CYCLE-FAIL
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       A020-BEGIN-CYCLE-STEP SECTION.
           MOVE 'B'      TO CYL-FUNCTION
           MOVE 'EBUD10' TO CYL-PROGRAM
           MOVE 0        TO CYL-CYCLE-DATE
           MOVE 'N'      TO CYL-FORCE-RERUN
           MOVE 'EBUD18' TO W-CALL-PROGRAM
           CALL W-CALL-PROGRAM USING W-EBUD18-LINKAGE-AREA
           IF CYL-REQUEST-OK
               DISPLAY 'CYCLE DATE: ' CYL-CYCLE-DATE
           ELSE
               DISPLAY 'CYCLE CONTROL REFUSED EBUD10: ' CYL-MESSAGE
           END-IF.

       A025-REFUSE-OTHER-CYCLE SECTION.
           DISPLAY 'TONIGHT FILE IS FOR CYCLE ' OUT-CYCLE-DATE
               ' NOT CYCLE ' CYL-CYCLE-DATE
           MOVE 'Y' TO WS-CYCLE-FAIL-SW
           MOVE 'Y' TO WS-RESULT-EOF-SW.

       A050-READ-CONTROL-CARD SECTION.
           MOVE 'F' TO WS-FEED-MODE-SW

                   MOVE 'Y' TO WS-RESULT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF OUT-CYCLE-DATE NOT = CYL-CYCLE-DATE
                       DISPLAY 'TONIGHT FILE IS FOR CYCLE '
                           OUT-CYCLE-DATE ' NOT CYCLE ' CYL-CYCLE-DATE
                       MOVE 'Y' TO WS-CYCLE-FAIL-SW
                   END-IF
                   IF OUT-MEMBER-ID <= WS-PREV-NEW-ID
                       DISPLAY 'TONIGHT FILE OUT OF SEQUENCE AT '
                           'MEMBER: ' OUT-MEMBER-ID

           MOVE WS-PORTAL-LINE TO PORTAL-RECORD
           WRITE PORTAL-RECORD.

       A990-END-CYCLE-STEP SECTION.
           MOVE 'EBUD10' TO CYL-PROGRAM
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
