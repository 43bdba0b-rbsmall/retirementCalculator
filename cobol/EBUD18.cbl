       ID DIVISION.
       PROGRAM-ID. EBUD18.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE ASSIGN TO 'CYCLE'.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-FILE
           RECORD CONTAINS 350 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CYCLE-RECORD.
           COPY CYCCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE        PIC 9(8) VALUE 0.
       01  WS-TIME-WORK       PIC 9(8) VALUE 0.
       01  WS-RUN-TIME        PIC 9(6) VALUE 0.

       01  WS-CYCLE-FOUND-SW  PIC X(1) VALUE 'N'.
           88  WS-CYCLE-FOUND    VALUE 'Y'.

       01  WS-STEP-FOUND-SW   PIC X(1) VALUE 'N'.
           88  WS-STEP-FOUND     VALUE 'Y'.

       01  WS-STEP-DEF-VALUES.
           05  FILLER         PIC X(25)
               VALUE 'EBUD01  N                '.
           05  FILLER         PIC X(25)
               VALUE 'EBUD06  YEBUD01          '.
           05  FILLER         PIC X(25)
               VALUE 'EBUD07  NEBUD01          '.
           05  FILLER         PIC X(25)
               VALUE 'EBUD09  NEBUD01  EBUD10  '.
           05  FILLER         PIC X(25)
               VALUE 'EBUD10  NEBUD01          '.
           05  FILLER         PIC X(25)
               VALUE 'EBUD12  NEBUD01  EBUD10  '.
           05  FILLER         PIC X(25)
               VALUE 'EBUD13  YEBUD01          '.
           05  FILLER         PIC X(25)
               VALUE 'EBUD20  NEBUD01          '.

       01  WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEF-VALUES.
           05  WS-STEP-DEF OCCURS 8 TIMES.
               10  DEF-PROGRAM    PIC X(8).
               10  DEF-MAIL-SW    PIC X(1).
                   88  DEF-MAIL-STEP VALUE 'Y'.
               10  DEF-PREREQ     PIC X(8) OCCURS 2 TIMES.

       01  WS-STEP-COUNT      PIC 9(2) VALUE 8.
       01  WS-STEP-SLOTS      PIC 9(2) VALUE 10.
       01  STEP-IDX           PIC 9(2) VALUE 0.
       01  SCAN-IDX           PIC 9(2) VALUE 0.
       01  PRQ-IDX            PIC 9(2) VALUE 0.
       01  PRQ-STEP-IDX       PIC 9(2) VALUE 0.
       01  WS-SEARCH-PROGRAM  PIC X(8) VALUE SPACES.
       01  WS-FOUND-IDX       PIC 9(2) VALUE 0.

       01  WS-PRQ-MESSAGE.
           05  FILLER         PIC X(13) VALUE 'PREREQUISITE '.
           05  PMS-PROGRAM    PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PMS-STATE      PIC X(12).
           05  FILLER         PIC X(10) VALUE 'FOR CYCLE '.
           05  PMS-CYCLE      PIC 9(8).
           05  FILLER         PIC X(8)  VALUE SPACES.

       01  WS-RERUN-MESSAGE.
           05  FILLER         PIC X(27)
               VALUE 'ALREADY COMPLETE FOR CYCLE '.
           05  RMS-CYCLE      PIC 9(8).
           05  FILLER         PIC X(25)
               VALUE ' - FORCED RERUN REQUIRED '.

       LINKAGE SECTION.
       01  CYL-LINKAGE-AREA.
           COPY CYCLINK.

       PROCEDURE DIVISION USING CYL-LINKAGE-AREA.

       A000-MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-RUN-TIME = WS-TIME-WORK / 100
           MOVE 0      TO CYL-RETURN-CODE
           MOVE SPACES TO CYL-MESSAGE

           MOVE CYL-PROGRAM TO WS-SEARCH-PROGRAM
           PERFORM A050-FIND-STEP
           IF NOT WS-STEP-FOUND
               MOVE 16 TO CYL-RETURN-CODE
               MOVE 'PROGRAM IS NOT A STEP OF THE NIGHTLY CYCLE'
                   TO CYL-MESSAGE
               GOBACK
           END-IF
           MOVE WS-FOUND-IDX TO STEP-IDX

           OPEN I-O CYCLE-FILE
           READ CYCLE-FILE
               AT END
                   MOVE 'N' TO WS-CYCLE-FOUND-SW
               NOT AT END
                   MOVE 'Y' TO WS-CYCLE-FOUND-SW
           END-READ

           EVALUATE TRUE
               WHEN CYL-OPEN-CYCLE
                   PERFORM A100-OPEN-CYCLE
               WHEN CYL-BEGIN-STEP
                   PERFORM A200-BEGIN-STEP
               WHEN CYL-COMPLETE-STEP
                   OR CYL-FAIL-STEP
                   OR CYL-DRY-RUN-STEP
                   PERFORM A300-END-STEP
               WHEN OTHER
                   MOVE 16 TO CYL-RETURN-CODE
                   MOVE 'INVALID CYCLE CONTROL FUNCTION'
                       TO CYL-MESSAGE
           END-EVALUATE

           CLOSE CYCLE-FILE
           GOBACK.

       A050-FIND-STEP SECTION.
           MOVE 'N' TO WS-STEP-FOUND-SW
           MOVE 0   TO WS-FOUND-IDX
           PERFORM A055-MATCH-STEP
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > WS-STEP-COUNT OR WS-STEP-FOUND.

       A055-MATCH-STEP SECTION.
           IF DEF-PROGRAM (SCAN-IDX) = WS-SEARCH-PROGRAM
               MOVE 'Y' TO WS-STEP-FOUND-SW
               MOVE SCAN-IDX TO WS-FOUND-IDX
           END-IF.

       A100-OPEN-CYCLE SECTION.
           IF NOT CYL-CYCLE-DATE NUMERIC
               OR CYL-CYCLE-DATE = 0
               MOVE 16 TO CYL-RETURN-CODE
               MOVE 'NO CYCLE DATE PASSED ON OPEN' TO CYL-MESSAGE
           ELSE
           IF NOT WS-CYCLE-FOUND
               OR CYC-CYCLE-DATE NOT = CYL-CYCLE-DATE
               PERFORM A110-RESET-CYCLE
               PERFORM A120-START-STEP
               IF WS-CYCLE-FOUND
                   REWRITE CYCLE-RECORD
               ELSE
                   CLOSE CYCLE-FILE
                   OPEN OUTPUT CYCLE-FILE
                   WRITE CYCLE-RECORD
               END-IF
           ELSE
               PERFORM A120-START-STEP
               REWRITE CYCLE-RECORD
               MOVE 'CYCLE REOPENED - STEP STAMPS KEPT' TO CYL-MESSAGE
           END-IF
           END-IF.

       A110-RESET-CYCLE SECTION.
           MOVE SPACES         TO CYCLE-RECORD
           MOVE CYL-CYCLE-DATE TO CYC-CYCLE-DATE
           MOVE WS-RUN-DATE    TO CYC-OPENED-DATE
           MOVE WS-RUN-TIME    TO CYC-OPENED-TIME
           PERFORM A115-RESET-STEP-SLOT
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > WS-STEP-SLOTS.

       A115-RESET-STEP-SLOT SECTION.
           IF SCAN-IDX > WS-STEP-COUNT
               MOVE SPACES TO CYC-STEP-PROGRAM (SCAN-IDX)
           ELSE
               MOVE DEF-PROGRAM (SCAN-IDX)
                   TO CYC-STEP-PROGRAM (SCAN-IDX)
           END-IF
           MOVE 'N' TO CYC-STEP-STATUS (SCAN-IDX)
           MOVE 0   TO CYC-STEP-RUN-COUNT (SCAN-IDX)
                       CYC-STEP-START-TIME (SCAN-IDX)
                       CYC-STEP-END-DATE (SCAN-IDX)
                       CYC-STEP-END-TIME (SCAN-IDX)
           MOVE 'N' TO CYC-STEP-FORCED (SCAN-IDX).

       A120-START-STEP SECTION.
           MOVE 'R' TO CYC-STEP-STATUS (STEP-IDX)
           IF CYC-STEP-RUN-COUNT (STEP-IDX) < 99
               ADD 1 TO CYC-STEP-RUN-COUNT (STEP-IDX)
           END-IF
           MOVE WS-RUN-TIME TO CYC-STEP-START-TIME (STEP-IDX)
           MOVE 0 TO CYC-STEP-END-DATE (STEP-IDX)
                     CYC-STEP-END-TIME (STEP-IDX)
           IF CYL-FORCED
               MOVE 'Y' TO CYC-STEP-FORCED (STEP-IDX)
           ELSE
               MOVE 'N' TO CYC-STEP-FORCED (STEP-IDX)
           END-IF.

       A200-BEGIN-STEP SECTION.
           IF NOT WS-CYCLE-FOUND
               MOVE 16 TO CYL-RETURN-CODE
               MOVE 'NO CYCLE OPEN - EBUD01 HAS NOT RUN' TO CYL-MESSAGE
           ELSE
               MOVE CYC-CYCLE-DATE TO CYL-CYCLE-DATE
               PERFORM A205-CHECK-PREREQ-SLOT
                   VARYING PRQ-IDX FROM 1 BY 1
                   UNTIL PRQ-IDX > 2 OR NOT CYL-REQUEST-OK
               IF CYL-REQUEST-OK
                   AND DEF-MAIL-STEP (STEP-IDX)
                   AND CYC-STEP-COMPLETE (STEP-IDX)
                   AND NOT CYL-FORCED
                   MOVE 12 TO CYL-RETURN-CODE
                   MOVE CYC-CYCLE-DATE TO RMS-CYCLE
                   MOVE WS-RERUN-MESSAGE TO CYL-MESSAGE
               END-IF
               IF CYL-REQUEST-OK
                   PERFORM A120-START-STEP
                   REWRITE CYCLE-RECORD
               END-IF
           END-IF.

       A205-CHECK-PREREQ-SLOT SECTION.
           IF DEF-PREREQ (STEP-IDX, PRQ-IDX) NOT = SPACES
               PERFORM A210-CHECK-PREREQUISITE
           END-IF.

       A210-CHECK-PREREQUISITE SECTION.
           MOVE DEF-PREREQ (STEP-IDX, PRQ-IDX) TO WS-SEARCH-PROGRAM
           PERFORM A050-FIND-STEP
           MOVE WS-FOUND-IDX TO PRQ-STEP-IDX
           IF NOT CYC-STEP-COMPLETE (PRQ-STEP-IDX)
               MOVE 8 TO CYL-RETURN-CODE
               MOVE WS-SEARCH-PROGRAM TO PMS-PROGRAM
               EVALUATE TRUE
                   WHEN CYC-STEP-NOT-RUN (PRQ-STEP-IDX)
                       MOVE 'NOT RUN'      TO PMS-STATE
                   WHEN CYC-STEP-RUNNING (PRQ-STEP-IDX)
                       MOVE 'NOT FINISHED' TO PMS-STATE
                   WHEN CYC-STEP-FAILED (PRQ-STEP-IDX)
                       MOVE 'FAILED'       TO PMS-STATE
                   WHEN CYC-STEP-DRY-RUN (PRQ-STEP-IDX)
                       MOVE 'DRY RUN ONLY' TO PMS-STATE
                   WHEN OTHER
                       MOVE 'NOT COMPLETE' TO PMS-STATE
               END-EVALUATE
               MOVE CYC-CYCLE-DATE TO PMS-CYCLE
               MOVE WS-PRQ-MESSAGE TO CYL-MESSAGE
           END-IF.

       A300-END-STEP SECTION.
           IF NOT WS-CYCLE-FOUND
               MOVE 16 TO CYL-RETURN-CODE
               MOVE 'NO CYCLE OPEN - STEP STATUS NOT RECORDED'
                   TO CYL-MESSAGE
           ELSE
               MOVE CYC-CYCLE-DATE TO CYL-CYCLE-DATE
               EVALUATE TRUE
                   WHEN CYL-COMPLETE-STEP
                       MOVE 'C' TO CYC-STEP-STATUS (STEP-IDX)
                   WHEN CYL-FAIL-STEP
                       MOVE 'F' TO CYC-STEP-STATUS (STEP-IDX)
                   WHEN CYL-DRY-RUN-STEP
                       MOVE 'D' TO CYC-STEP-STATUS (STEP-IDX)
               END-EVALUATE
               MOVE WS-RUN-DATE TO CYC-STEP-END-DATE (STEP-IDX)
               MOVE WS-RUN-TIME TO CYC-STEP-END-TIME (STEP-IDX)
               REWRITE CYCLE-RECORD
           END-IF.
