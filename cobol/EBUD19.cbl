       ID DIVISION.
       PROGRAM-ID. EBUD19.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE  ASSIGN TO 'CYCLE'.
           SELECT CYCRPT-FILE ASSIGN TO 'CYCRPT'.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-FILE
           RECORD CONTAINS 350 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CYCLE-RECORD.
           COPY CYCCTL.

       FD  CYCRPT-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CYCRPT-LINE        PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-FOUND-SW  PIC X(1) VALUE 'N'.
           88  WS-CYCLE-FOUND    VALUE 'Y'.

       01  WS-RUN-DATE        PIC 9(8) VALUE 0.
       01  WS-TIME-WORK       PIC 9(8) VALUE 0.
       01  WS-RUN-TIME        PIC 9(6) VALUE 0.

       01  WS-STEP-COUNT      PIC 9(2) VALUE 8.
       01  STEP-IDX           PIC 9(2) VALUE 0.

       01  WS-COMPLETE-COUNT  PIC 9(9) VALUE 0.
       01  WS-NOT-RUN-COUNT   PIC 9(9) VALUE 0.
       01  WS-RUNNING-COUNT   PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT    PIC 9(9) VALUE 0.
       01  WS-RERUN-COUNT     PIC 9(9) VALUE 0.

       01  WS-STEP-DESC-VALUES.
           05  FILLER         PIC X(30)
               VALUE 'RETIREMENT DATE CALCULATION   '.
           05  FILLER         PIC X(30)
               VALUE 'RETIREMENT NOTIFICATION LTRS  '.
           05  FILLER         PIC X(30)
               VALUE 'RETIREMENT VOLUME FORECAST    '.
           05  FILLER         PIC X(30)
               VALUE 'NIGHTLY DELTA REPORT          '.
           05  FILLER         PIC X(30)
               VALUE 'MEMBER PORTAL EXTRACT         '.
           05  FILLER         PIC X(30)
               VALUE 'CYCLE BALANCING CERTIFICATE   '.
           05  FILLER         PIC X(30)
               VALUE 'OVERDUE FOLLOW-UP NOTICES     '.
           05  FILLER         PIC X(30)
               VALUE 'MISSING MEMBER RECONCILIATION '.

       01  WS-STEP-DESC-TABLE REDEFINES WS-STEP-DESC-VALUES.
           05  WS-STEP-DESC   PIC X(30) OCCURS 8 TIMES.

       01  WS-REPORT-TITLE.
           05  FILLER         PIC X(40)
               VALUE 'EBUD19 NIGHTLY CYCLE STATUS REPORT      '.
           05  FILLER         PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(6)  VALUE 'TIME: '.
           05  RPT-RUN-TIME   PIC 9(6).
           05  FILLER         PIC X(61) VALUE SPACES.

       01  WS-CYCLE-LINE.
           05  FILLER         PIC X(20) VALUE 'CYCLE (AS-OF) DATE: '.
           05  CYL-CYCLE-DATE-O PIC 9(8).
           05  FILLER         PIC X(12) VALUE '   OPENED:  '.
           05  CYL-OPENED-DATE-O PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CYL-OPENED-TIME-O PIC 9(6).
           05  FILLER         PIC X(78) VALUE SPACES.

       01  WS-NO-CYCLE-LINE.
           05  FILLER         PIC X(50)
               VALUE '*** NO CYCLE RECORD - EBUD01 HAS NEVER OPENED A '.
           05  FILLER         PIC X(10) VALUE 'CYCLE *** '.
           05  FILLER         PIC X(73) VALUE SPACES.

       01  WS-COLUMN-HEADING-1.
           05  FILLER         PIC X(10) VALUE 'STEP      '.
           05  FILLER         PIC X(32)
               VALUE 'DESCRIPTION                     '.
           05  FILLER         PIC X(18) VALUE 'STATUS            '.
           05  FILLER         PIC X(6)  VALUE 'RUNS  '.
           05  FILLER         PIC X(9)  VALUE 'STARTED  '.
           05  FILLER         PIC X(17) VALUE 'ENDED            '.
           05  FILLER         PIC X(41) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  DTL-PROGRAM    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-DESC       PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-STATUS     PIC X(16).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-RUNS       PIC Z9.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  DTL-START-TIME PIC X(6).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-END-DATE   PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-END-TIME   PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-NOTE       PIC X(41).

       01  WS-TOTAL-LINE.
           05  RGT-LABEL      PIC X(22).
           05  RGT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(100) VALUE SPACES.

       01  WS-STATE-LINE.
           05  FILLER         PIC X(13) VALUE 'CYCLE STATE: '.
           05  STL-STATE      PIC X(60).
           05  FILLER         PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-RUN-TIME = WS-TIME-WORK / 100

           OPEN INPUT  CYCLE-FILE
                OUTPUT CYCRPT-FILE
           READ CYCLE-FILE
               AT END
                   MOVE 'N' TO WS-CYCLE-FOUND-SW
               NOT AT END
                   MOVE 'Y' TO WS-CYCLE-FOUND-SW
           END-READ

           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE WS-RUN-TIME TO RPT-RUN-TIME
           WRITE CYCRPT-LINE FROM WS-REPORT-TITLE
               AFTER ADVANCING PAGE

           IF WS-CYCLE-FOUND
               PERFORM A100-PRINT-CYCLE-STATUS
           ELSE
               WRITE CYCRPT-LINE FROM WS-NO-CYCLE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE CYCLE-FILE
                 CYCRPT-FILE

           DISPLAY '=========================================='
           DISPLAY 'EBUD19 CYCLE STATUS CONTROL REPORT'
           IF WS-CYCLE-FOUND
               DISPLAY '  CYCLE DATE         : ' CYC-CYCLE-DATE
               DISPLAY '  STEPS COMPLETE     : ' WS-COMPLETE-COUNT
               DISPLAY '  STEPS NOT RUN      : ' WS-NOT-RUN-COUNT
               DISPLAY '  STEPS RUNNING/ABEND: ' WS-RUNNING-COUNT
               DISPLAY '  STEPS FAILED       : ' WS-FAILED-COUNT
               DISPLAY '  STEPS RERUN        : ' WS-RERUN-COUNT
           ELSE
               DISPLAY '  NO CYCLE RECORD ON FILE'
           END-IF
           DISPLAY '=========================================='
           GOBACK.

       A100-PRINT-CYCLE-STATUS SECTION.
           MOVE CYC-CYCLE-DATE  TO CYL-CYCLE-DATE-O
           MOVE CYC-OPENED-DATE TO CYL-OPENED-DATE-O
           MOVE CYC-OPENED-TIME TO CYL-OPENED-TIME-O
           WRITE CYCRPT-LINE FROM WS-CYCLE-LINE
               AFTER ADVANCING 2 LINES
           WRITE CYCRPT-LINE FROM WS-COLUMN-HEADING-1
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO CYCRPT-LINE
           WRITE CYCRPT-LINE AFTER ADVANCING 1 LINE

           PERFORM A110-PRINT-STEP-LINE
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > WS-STEP-COUNT

           MOVE SPACES TO CYCRPT-LINE
           WRITE CYCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE 'STEPS COMPLETE:'     TO RGT-LABEL
           MOVE WS-COMPLETE-COUNT     TO RGT-COUNT
           WRITE CYCRPT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STEPS NOT RUN:'      TO RGT-LABEL
           MOVE WS-NOT-RUN-COUNT      TO RGT-COUNT
           WRITE CYCRPT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STEPS RUNNING/ABEND:' TO RGT-LABEL
           MOVE WS-RUNNING-COUNT      TO RGT-COUNT
           WRITE CYCRPT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STEPS FAILED:'       TO RGT-LABEL
           MOVE WS-FAILED-COUNT       TO RGT-COUNT
           WRITE CYCRPT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STEPS RERUN:'        TO RGT-LABEL
           MOVE WS-RERUN-COUNT        TO RGT-COUNT
           WRITE CYCRPT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           EVALUATE TRUE
               WHEN CYC-STEP-DRY-RUN (1)
                   MOVE 'EBUD01 DRY RUN ONLY - NO PRODUCTION CYCLE'
                       TO STL-STATE
               WHEN WS-FAILED-COUNT > 0
                   MOVE '*** CYCLE FAILED - SEE FAILED STEPS ***'
                       TO STL-STATE
               WHEN WS-RUNNING-COUNT > 0
                   MOVE '*** STEP RUNNING OR ABENDED ***'
                       TO STL-STATE
               WHEN WS-NOT-RUN-COUNT > 0
                   MOVE 'CYCLE INCOMPLETE - STEPS NOT RUN'
                       TO STL-STATE
               WHEN OTHER
                   MOVE 'CYCLE COMPLETE' TO STL-STATE
           END-EVALUATE
           WRITE CYCRPT-LINE FROM WS-STATE-LINE
               AFTER ADVANCING 2 LINES.

       A110-PRINT-STEP-LINE SECTION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CYC-STEP-PROGRAM (STEP-IDX) TO DTL-PROGRAM
           MOVE WS-STEP-DESC (STEP-IDX)     TO DTL-DESC
           MOVE CYC-STEP-RUN-COUNT (STEP-IDX) TO DTL-RUNS

           EVALUATE TRUE
               WHEN CYC-STEP-COMPLETE (STEP-IDX)
                   MOVE 'COMPLETE'         TO DTL-STATUS
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN CYC-STEP-NOT-RUN (STEP-IDX)
                   MOVE 'NOT RUN'          TO DTL-STATUS
                   ADD 1 TO WS-NOT-RUN-COUNT
               WHEN CYC-STEP-RUNNING (STEP-IDX)
                   MOVE '** RUNNING/ABEND' TO DTL-STATUS
                   ADD 1 TO WS-RUNNING-COUNT
               WHEN CYC-STEP-FAILED (STEP-IDX)
                   MOVE '*** FAILED ***'   TO DTL-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               WHEN CYC-STEP-DRY-RUN (STEP-IDX)
                   MOVE 'DRY RUN ONLY'     TO DTL-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN STATUS'   TO DTL-STATUS
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE

           IF NOT CYC-STEP-NOT-RUN (STEP-IDX)
               MOVE CYC-STEP-START-TIME (STEP-IDX) TO DTL-START-TIME
           END-IF
           IF CYC-STEP-END-DATE (STEP-IDX) > 0
               MOVE CYC-STEP-END-DATE (STEP-IDX) TO DTL-END-DATE
               MOVE CYC-STEP-END-TIME (STEP-IDX) TO DTL-END-TIME
           END-IF

           IF CYC-STEP-FORCED (STEP-IDX) = 'Y'
               MOVE 'FORCED RERUN FROM CONTROL CARD' TO DTL-NOTE
           ELSE
           IF CYC-STEP-RUN-COUNT (STEP-IDX) > 1
               MOVE 'RERUN WITHIN THE CYCLE' TO DTL-NOTE
           END-IF
           END-IF
           IF CYC-STEP-RUN-COUNT (STEP-IDX) > 1
               ADD 1 TO WS-RERUN-COUNT
           END-IF

           WRITE CYCRPT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
