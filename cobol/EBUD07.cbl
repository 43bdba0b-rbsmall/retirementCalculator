       01  WS-RESULT-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-RESULT-EOF     VALUE 'Y'.

       01  WS-CYCLE-FAIL-SW   PIC X(1) VALUE 'N'.
           88  WS-CYCLE-FAIL     VALUE 'Y'.

       01  WS-READ-COUNT      PIC 9(9) VALUE 0.
       01  WS-PARM-AS-OF-DATE PIC 9(8) VALUE 0.

           05  TTL-DELAYED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(90) VALUE SPACES.

       01  W-CALL-PROGRAM     PIC X(8).

       01  W-EBUD18-LINKAGE-AREA.
           COPY CYCLINK.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           PERFORM A050-READ-CONTROL-CARD
           PERFORM A060-ESTABLISH-AS-OF-DATE
           PERFORM A020-BEGIN-CYCLE-STEP
           IF NOT CYL-REQUEST-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO WS-FORECAST-TABLE

           OPEN INPUT  RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-RESULT-EOF-SW
                   NOT AT END
                       IF OUT-CYCLE-DATE NOT = CYL-CYCLE-DATE
                           PERFORM A025-REFUSE-OTHER-CYCLE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM A100-BUCKET-RESULT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CYCLE-FAIL
               CLOSE RESULT-FILE
                     FORECAST-FILE
               PERFORM A990-END-CYCLE-STEP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM A300-PRINT-FORECAST-REPORT

           CLOSE RESULT-FILE
               WS-DELAYED-PRIOR-COUNT ' / ' WS-DELAYED-BEYOND-COUNT
           DISPLAY '  UNPARSEABLE DATES  : ' WS-UNPARSED-COUNT
           DISPLAY '=========================================='
           PERFORM A990-END-CYCLE-STEP
           GOBACK.

       A020-BEGIN-CYCLE-STEP SECTION.
           MOVE 'B'      TO CYL-FUNCTION
           MOVE 'EBUD07' TO CYL-PROGRAM
           MOVE 0        TO CYL-CYCLE-DATE
           MOVE 'N'      TO CYL-FORCE-RERUN
           MOVE 'EBUD18' TO W-CALL-PROGRAM
           CALL W-CALL-PROGRAM USING W-EBUD18-LINKAGE-AREA
           IF CYL-REQUEST-OK
               DISPLAY 'CYCLE DATE: ' CYL-CYCLE-DATE
           ELSE
               DISPLAY 'CYCLE CONTROL REFUSED EBUD07: ' CYL-MESSAGE
           END-IF.

       A025-REFUSE-OTHER-CYCLE SECTION.
           DISPLAY 'RESULT FILE IS FOR CYCLE ' OUT-CYCLE-DATE
               ' NOT CYCLE ' CYL-CYCLE-DATE ' - RUN STOPPED'
           MOVE 'Y' TO WS-CYCLE-FAIL-SW
           MOVE 'Y' TO WS-RESULT-EOF-SW.

       A050-READ-CONTROL-CARD SECTION.
           MOVE 0 TO WS-PARM-AS-OF-DATE


           WRITE FORECAST-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       A990-END-CYCLE-STEP SECTION.
           MOVE 'EBUD07' TO CYL-PROGRAM
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
