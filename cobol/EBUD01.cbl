
       01  WS-SPOUSE-MATCH-COUNT  PIC 9(9) VALUE 0.

       01  WS-DECEASED-SW     PIC X(1) VALUE 'N'.
           88  WS-DECEASED       VALUE 'Y'.

       01  WS-DECEASED-COUNT      PIC 9(9) VALUE 0.
       01  WS-ELEC-DECEASED-COUNT PIC 9(9) VALUE 0.

       01  WS-ELEC-FILED-COUNT    PIC 9(9) VALUE 0.
       01  WS-ELEC-ACCEPT-COUNT   PIC 9(9) VALUE 0.
       01  WS-ELEC-UNKNOWN-COUNT  PIC 9(9) VALUE 0.
           05  FILLER PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER PIC X(14) VALUE 'FIELD'.
           05  FILLER PIC X(32) VALUE 'EXTRACT VALUE'.
           05  FILLER PIC X(32) VALUE 'MASTER VALUE'.
           05  FILLER PIC X(8)  VALUE 'SOURCE'.
           05  FILLER PIC X(34) VALUE SPACES.

       01  WS-DISCREP-DETAIL.
           COPY DSCLINE.

       01  WS-DISCREP-DATE.
           05  DSC-DATE-CCYY    PIC 9(4).
           05  W-EBUD03-PROGRAM-RETCODE PIC 9(4).
               88 W-EBUD03-REQUEST-SUCCESS VALUE 0.

       01  W-EBUD18-LINKAGE-AREA.
           COPY CYCLINK.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.

           PERFORM A055-READ-CONTROL-CARD
           PERFORM A060-ESTABLISH-AS-OF-DATE
           PERFORM A020-OPEN-CYCLE
           IF NOT CYL-REQUEST-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM A050-READ-RESTART-POINT

           OPEN INPUT MEMBER-FILE
           IF WS-ELECT-ABORT
               CLOSE MEMBER-FILE
               CLOSE ELECTRPT-FILE
               PERFORM A990-CLOSE-CYCLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SPOUSE-ABORT
               CLOSE MEMBER-FILE
               CLOSE ELECTRPT-FILE
               PERFORM A990-CLOSE-CYCLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM A090-VERIFY-FILE-CONTROLS
           PERFORM A900-PRINT-CONTROL-REPORT
           PERFORM A910-WRITE-RUN-HISTORY
           PERFORM A990-CLOSE-CYCLE
           IF WS-CONTROL-ERROR
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       A020-OPEN-CYCLE SECTION.
           MOVE 'O'               TO CYL-FUNCTION
           MOVE 'EBUD01'          TO CYL-PROGRAM
           MOVE WS-AS-OF-DATE-NUM TO CYL-CYCLE-DATE
           MOVE 'N'               TO CYL-FORCE-RERUN
           MOVE 'EBUD18' TO W-CALL-PROGRAM
           CALL W-CALL-PROGRAM USING W-EBUD18-LINKAGE-AREA
           IF CYL-REQUEST-OK
               DISPLAY 'NIGHTLY CYCLE OPENED FOR ' CYL-CYCLE-DATE
               IF CYL-MESSAGE NOT = SPACES
                   DISPLAY CYL-MESSAGE
               END-IF
           ELSE
               DISPLAY 'CYCLE CONTROL REFUSED EBUD01: ' CYL-MESSAGE
           END-IF.

       A070-VERIFY-HEADER SECTION.
           IF WS-GROUP-OPEN
               DISPLAY 'EXTRACT HEADER FOR SOURCE ' HDR-SOURCE-SYSTEM
                   AFTER ADVANCING 1 LINE
               MOVE 'INACTIVE MEMBER     : ' TO ERT-LABEL
               MOVE WS-ELEC-INACT-COUNT     TO ERT-COUNT
               WRITE ELECTRPT-LINE FROM WS-ELECT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'DECEASED MEMBER     : ' TO ERT-LABEL
               MOVE WS-ELEC-DECEASED-COUNT  TO ERT-COUNT
               WRITE ELECTRPT-LINE FROM WS-ELECT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'DUPLICATE ELECTION  : ' TO ERT-LABEL
                       IF MST-INACTIVE
                           ADD 1 TO WS-ELEC-INACT-COUNT
                           MOVE 'MEMBER INACTIVE' TO ERD-STATUS
                       ELSE
                       IF MST-DECEASED
                           ADD 1 TO WS-ELEC-DECEASED-COUNT
                           MOVE 'MEMBER DECEASED' TO ERD-STATUS
                       ELSE
                           ADD 1 TO WS-ELEC-ACCEPT-COUNT
                           MOVE 'ACCEPTED' TO ERD-STATUS
                               MOVE 'Y' TO WS-ELECT-ABORT-SW
                           END-IF
                       END-IF
                       END-IF
               END-READ
               PERFORM A048-WRITE-REGISTER-LINE
           END-IF
               PERFORM A110-VERIFY-MEMBER
           END-IF
           IF WS-DATE-VALID AND WS-MEMBER-VALID
               IF WS-DECEASED
                   ADD 1 TO WS-DECEASED-COUNT
                   PERFORM A170-PROCESS-DECEASED-MEMBER
               ELSE
               PERFORM A115-CHECK-ELECTION
               IF WS-ELECTED
                   ADD 1 TO WS-ELECTED-COUNT
                       PERFORM A400-WRITE-OUTPUT-RECORD
                   END-IF
               END-IF
               END-IF
           ELSE
               ADD 1 TO WS-INVALID-COUNT
               ADD 1 TO WS-SRC-REJECT (WS-SRC-IDX)

       A110-VERIFY-MEMBER SECTION.
           MOVE 'Y' TO WS-MEMBER-VALID-SW
           MOVE 'N' TO WS-DECEASED-SW
           MOVE IN-MEMBER-ID TO MST-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                           ' INACTIVE - REJECTED MM02'
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                       PERFORM A950-WRITE-LOG-MESSAGE
                   ELSE
                   IF MST-DECEASED
                       MOVE 'Y' TO WS-DECEASED-SW
                   ELSE
                       PERFORM A120-CHECK-MASTER-DISCREPANCY
                   END-IF
                   END-IF
           END-READ.

       A115-CHECK-ELECTION SECTION.
           END-IF.

       A130-WRITE-DISCREPANCY SECTION.
           MOVE WS-CURRENT-SOURCE TO DSC-SOURCE-SYSTEM
           MOVE WS-DISCREP-DETAIL TO DISCREP-LINE
           WRITE DISCREP-LINE
           ADD 1 TO WS-DISCREP-COUNT.

           WRITE REJECT-RECORD.

       A170-PROCESS-DECEASED-MEMBER SECTION.
           MOVE 'EBUD01-008I' TO WS-LOG-MSG-ID
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'MEMBER ' IN-MEMBER-ID
               ' DECEASED - ESTIMATES SUPPRESSED'
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM A950-WRITE-LOG-MESSAGE.

       A200-CALL-DAY-DIFFERENCE-PROG SECTION.
           MOVE 'EBUD02' TO W-CALL-PROGRAM
           MOVE 0        TO W-DAY-DIFFERENCE
           MOVE W-SPOUSE-BENEFIT-AMT  TO OUT-SPOUSE-BENEFIT-AMT
           MOVE W-SURVIVOR-BENEFIT-AMT TO OUT-SURVIVOR-BENEFIT-AMT
           MOVE WS-CURRENT-SOURCE     TO OUT-SOURCE-SYSTEM
           MOVE WS-AS-OF-DATE-NUM     TO OUT-CYCLE-DATE

           WRITE OUTPUT-RECORD.

           DISPLAY '  RECORDS VALID      : ' WS-VALID-COUNT
           DISPLAY '  ELECTED - DIVERTED : ' WS-ELECTED-COUNT
               ' (ELECTION ON FILE - NO ESTIMATES)'
           DISPLAY '  DECEASED - DIVERTED: ' WS-DECEASED-COUNT
               ' (DEATH RECORDED - NO ESTIMATES)'
           DISPLAY '  RECORDS REJECTED   : ' WS-INVALID-COUNT
           DISPLAY '    UNKNOWN MEMBER   : ' WS-UNKNOWN-COUNT
           DISPLAY '    INACTIVE MEMBER  : ' WS-INACTIVE-COUNT
           MOVE WS-CALC-FAILED-COUNT TO RH-CALC-FAILED-COUNT
           MOVE WS-OVERDUE-COUNT    TO RH-OVERDUE-COUNT
           MOVE WS-ELECTED-COUNT    TO RH-ELECTED-COUNT
           MOVE WS-DECEASED-COUNT   TO RH-DECEASED-COUNT
           MOVE WS-START-TIME       TO RH-START-TIME
           MOVE WS-END-TIME         TO RH-END-TIME

           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE.

       A990-CLOSE-CYCLE SECTION.
           MOVE 'EBUD01' TO CYL-PROGRAM
           IF WS-ELECT-ABORT OR WS-SPOUSE-ABORT OR WS-CONTROL-ERROR
               MOVE 'F' TO CYL-FUNCTION
           ELSE
           IF WS-DRY-RUN-MODE
               MOVE 'D' TO CYL-FUNCTION
           ELSE
               MOVE 'C' TO CYL-FUNCTION
           END-IF
           END-IF
           MOVE 'EBUD18' TO W-CALL-PROGRAM
           CALL W-CALL-PROGRAM USING W-EBUD18-LINKAGE-AREA
           IF NOT CYL-REQUEST-OK
               DISPLAY 'CYCLE CONTROL: ' CYL-MESSAGE
               MOVE 'Y' TO WS-CONTROL-ERROR-SW
           END-IF.
