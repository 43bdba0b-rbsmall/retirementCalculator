           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  RESULT-RECORD.
           COPY OUTDATE.

       FD  REJECT-FILE
           RECORD CONTAINS 94 CHARACTERS
       01  WS-PORTAL-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-PORTAL-EOF     VALUE 'Y'.

       01  WS-CYCLE-FAIL-SW   PIC X(1) VALUE 'N'.
           88  WS-CYCLE-FAIL     VALUE 'Y'.

       01  WS-OTHER-CYCLE-COUNT PIC 9(9) VALUE 0.

       01  WS-OUT-OF-BALANCE-SW PIC X(1) VALUE 'N'.
           88  WS-OUT-OF-BALANCE   VALUE 'Y'.

           05  FILLER         PIC X(20) VALUE 'PORTAL TRANSFER *** '.
           05  FILLER         PIC X(67) VALUE SPACES.

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
           PERFORM A100-READ-RUN-HISTORY
           PERFORM A200-COUNT-OUTPUT-FILE
           PERFORM A210-COUNT-REJECT-FILE
           END-IF
           DISPLAY '=========================================='

           IF WS-OUT-OF-BALANCE
               MOVE 'Y' TO WS-CYCLE-FAIL-SW
           END-IF
           PERFORM A990-END-CYCLE-STEP
           IF WS-OUT-OF-BALANCE
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       A020-BEGIN-CYCLE-STEP SECTION.
           MOVE 'B'      TO CYL-FUNCTION
           MOVE 'EBUD12' TO CYL-PROGRAM
           MOVE 0        TO CYL-CYCLE-DATE
           MOVE 'N'      TO CYL-FORCE-RERUN
           MOVE 'EBUD18' TO W-CALL-PROGRAM
           CALL W-CALL-PROGRAM USING W-EBUD18-LINKAGE-AREA
           IF CYL-REQUEST-OK
               DISPLAY 'CYCLE DATE: ' CYL-CYCLE-DATE
           ELSE
               DISPLAY 'CYCLE CONTROL REFUSED EBUD12: ' CYL-MESSAGE
           END-IF.

       A050-READ-CONTROL-CARD SECTION.
           MOVE 'F' TO WS-FEED-MODE-SW

                       MOVE 'Y' TO WS-RESULT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-OUTPUT-COUNT
                       IF OUT-CYCLE-DATE NOT = CYL-CYCLE-DATE
                           ADD 1 TO WS-OTHER-CYCLE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULT-FILE

           IF WS-OTHER-CYCLE-COUNT > 0
               DISPLAY 'OUTPUT FILE HOLDS ' WS-OTHER-CYCLE-COUNT
                   ' RECORDS NOT FOR CYCLE ' CYL-CYCLE-DATE
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
           END-IF.

       A210-COUNT-REJECT-FILE SECTION.
           MOVE 'N' TO WS-REJECT-EOF-SW
           END-IF
           WRITE BALRPT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 1 LINE.

       A990-END-CYCLE-STEP SECTION.
           MOVE 'EBUD12' TO CYL-PROGRAM
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
