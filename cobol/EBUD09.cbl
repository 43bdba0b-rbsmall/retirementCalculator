                             BY NEW-SPOUSE-BENEFIT-AMT
                         OUT-SURVIVOR-BENEFIT-AMT
                             BY NEW-SURVIVOR-BENEFIT-AMT
                         OUT-SOURCE-SYSTEM BY NEW-SOURCE-SYSTEM
                         OUT-CYCLE-DATE BY NEW-CYCLE-DATE.

       FD  OLDOUT-FILE
           RECORD CONTAINS 150 CHARACTERS
                             BY OLD-SPOUSE-BENEFIT-AMT
                         OUT-SURVIVOR-BENEFIT-AMT
                             BY OLD-SURVIVOR-BENEFIT-AMT
                         OUT-SOURCE-SYSTEM BY OLD-SOURCE-SYSTEM
                         OUT-CYCLE-DATE BY OLD-CYCLE-DATE.

       FD  DELTARPT-FILE
           RECORD CONTAINS 133 CHARACTERS
       01  WS-SEQ-ERROR-SW    PIC X(1) VALUE 'N'.
           88  WS-SEQ-ERROR      VALUE 'Y'.

       01  WS-CYCLE-FAIL-SW   PIC X(1) VALUE 'N'.
           88  WS-CYCLE-FAIL     VALUE 'Y'.

       01  WS-NEW-READ-COUNT  PIC 9(9) VALUE 0.
       01  WS-OLD-READ-COUNT  PIC 9(9) VALUE 0.
       01  WS-ADDED-COUNT     PIC 9(9) VALUE 0.
           05  FILLER         PIC X(4)  VALUE ' ***'.
           05  FILLER         PIC X(80) VALUE SPACES.

       01  W-CALL-PROGRAM     PIC X(8).

       01  W-EBUD18-LINKAGE-AREA.
           COPY CYCLINK.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           PERFORM A020-BEGIN-CYCLE-STEP
           IF NOT CYL-REQUEST-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  NEWOUT-FILE
                       OLDOUT-FILE
                OUTPUT DELTARPT-FILE
           PERFORM A200-MATCH-AND-COMPARE
               UNTIL (WS-NEWOUT-EOF AND WS-OLDOUT-EOF)
                  OR WS-SEQ-ERROR
                  OR WS-CYCLE-FAIL

           IF NOT WS-SEQ-ERROR AND NOT WS-CYCLE-FAIL
               PERFORM A500-PRINT-DELTA-REPORT
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
           MOVE 'EBUD09' TO CYL-PROGRAM
           MOVE 0        TO CYL-CYCLE-DATE
           MOVE 'N'      TO CYL-FORCE-RERUN
           MOVE 'EBUD18' TO W-CALL-PROGRAM
           CALL W-CALL-PROGRAM USING W-EBUD18-LINKAGE-AREA
           IF CYL-REQUEST-OK
               DISPLAY 'CYCLE DATE: ' CYL-CYCLE-DATE
           ELSE
               DISPLAY 'CYCLE CONTROL REFUSED EBUD09: ' CYL-MESSAGE
           END-IF.

       A100-READ-NEWOUT SECTION.
           READ NEWOUT-FILE
               AT END
                   MOVE 'Y' TO WS-NEWOUT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-NEW-READ-COUNT
                   IF NEW-CYCLE-DATE NOT = CYL-CYCLE-DATE
                       DISPLAY 'TONIGHT FILE IS FOR CYCLE '
                           NEW-CYCLE-DATE ' NOT CYCLE ' CYL-CYCLE-DATE
                       MOVE 'Y' TO WS-CYCLE-FAIL-SW
                   END-IF
                   IF NEW-MEMBER-ID <= WS-PREV-NEW-ID
                       DISPLAY 'TONIGHT FILE OUT OF SEQUENCE AT '
                           'MEMBER: ' NEW-MEMBER-ID
       A530-PRINT-CHANGED-LINE SECTION.
           WRITE DELTARPT-LINE FROM WS-CHANGED-LINE (TBL-IDX)
               AFTER ADVANCING 1 LINE.

       A990-END-CYCLE-STEP SECTION.
           MOVE 'EBUD09' TO CYL-PROGRAM
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
