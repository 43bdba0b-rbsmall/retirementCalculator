       ID DIVISION.
       PROGRAM-ID. EBUD17.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE  ASSIGN TO 'MEMBER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-MEMBER-ID.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL'.
           SELECT OPTIONAL COLAHIST-FILE ASSIGN TO 'COLAHIST'.
           SELECT AUDIT-FILE   ASSIGN TO 'AUDIT'.
           SELECT COLAREG-FILE ASSIGN TO 'COLAREG'.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MEMBER-RECORD.
           COPY MEMMAST.

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CONTROL-RECORD.
           COPY COLCARD.

       FD  COLAHIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  COLAHIST-RECORD.
           COPY COLHIST.

       FD  AUDIT-FILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  AUDIT-RECORD.
           COPY AUDMAST.

       FD  COLAREG-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  COLAREG-LINE       PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-MEMBER-EOF     VALUE 'Y'.

       01  WS-HIST-EOF-SW     PIC X(1) VALUE 'N'.
           88  WS-HIST-EOF       VALUE 'Y'.

       01  WS-ABORT-SW        PIC X(1) VALUE 'N'.
           88  WS-ABORT          VALUE 'Y'.

       01  WS-SIZE-ERROR-SW   PIC X(1) VALUE 'N'.
           88  WS-SIZE-ERROR     VALUE 'Y'.

       01  WS-SLOT-FOUND-SW   PIC X(1) VALUE 'N'.
           88  WS-SLOT-FOUND     VALUE 'Y'.

       01  WS-RUN-MODE        PIC X(1) VALUE SPACE.
           88  WS-PREVIEW        VALUE 'P'.
           88  WS-COMMIT         VALUE 'C'.

       01  WS-COLA-RATE       PIC 9(2)V9(3) VALUE 0.
       01  WS-COLA-YEAR       PIC 9(4) VALUE 0.
       01  WS-COLA-ORIGIN.
           05  FILLER         PIC X(4) VALUE 'COLA'.
           05  WS-ORIGIN-YEAR PIC 9(4) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-CCYY    PIC 9(4).
           05  WS-RUN-MM      PIC 9(2).
           05  WS-RUN-DD      PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-TIME-WORK       PIC 9(8) VALUE 0.
       01  WS-RUN-TIME        PIC 9(6) VALUE 0.

       01  WS-MEMBER-READ-COUNT   PIC 9(9) VALUE 0.
       01  WS-ACTIVE-COUNT        PIC 9(9) VALUE 0.
       01  WS-INCREASED-COUNT     PIC 9(9) VALUE 0.
       01  WS-ALREADY-COUNT       PIC 9(9) VALUE 0.
       01  WS-NO-BENEFIT-COUNT    PIC 9(9) VALUE 0.
       01  WS-OVERFLOW-COUNT      PIC 9(9) VALUE 0.
       01  WS-NOT-ACTIVE-COUNT    PIC 9(9) VALUE 0.
       01  WS-AUDIT-COUNT         PIC 9(9) VALUE 0.
       01  WS-HIST-READ-COUNT     PIC 9(9) VALUE 0.

       01  WS-TOTAL-BEFORE    PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-AFTER     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-INCREASE  PIC 9(11)V99 VALUE 0.

       01  W-OLD-BENEFIT      PIC 9(5)V99 VALUE 0.
       01  W-NEW-BENEFIT      PIC 9(5)V99 VALUE 0.
       01  W-INCREASE         PIC 9(5)V99 VALUE 0.

       01  WS-BEFORE-IMAGE    PIC X(80) VALUE SPACES.

       01  WS-TOP-LIMIT       PIC 9(2) VALUE 10.
       01  WS-TOP-COUNT       PIC 9(2) VALUE 0.
       01  WS-TOP-SCAN        PIC 9(2) VALUE 0.

       01  WS-NEW-TOP-ENTRY.
           05  NTE-INCREASE       PIC 9(5)V99.
           05  NTE-MEMBER-ID      PIC X(9).
           05  NTE-MEMBER-NAME    PIC X(30).
           05  NTE-OLD-BENEFIT    PIC 9(5)V99.
           05  NTE-NEW-BENEFIT    PIC 9(5)V99.

       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 10 TIMES.
               10  TOP-INCREASE       PIC 9(5)V99.
               10  TOP-MEMBER-ID      PIC X(9).
               10  TOP-MEMBER-NAME    PIC X(30).
               10  TOP-OLD-BENEFIT    PIC 9(5)V99.
               10  TOP-NEW-BENEFIT    PIC 9(5)V99.

       01  WS-REG-HEADING-1.
           05  FILLER         PIC X(38)
               VALUE 'EBUD17 COST-OF-LIVING ADJUSTMENT RUN  '.
           05  FILLER         PIC X(5)  VALUE 'RUN: '.
           05  RGH-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(1)  VALUE '-'.
           05  RGH-RUN-TIME   PIC 9(6).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RGH-MODE-TEXT  PIC X(30).
           05  FILLER         PIC X(42) VALUE SPACES.

       01  WS-REG-HEADING-2.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'EFFECTIVE YEAR: '.
           05  RGH-COLA-YEAR  PIC 9(4).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'COLA RATE: '.
           05  RGH-COLA-RATE  PIC Z9.999.
           05  FILLER         PIC X(8)  VALUE ' PERCENT'.
           05  FILLER         PIC X(82) VALUE SPACES.

       01  WS-REG-HEADING-3.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER         PIC X(32) VALUE 'MEMBER NAME'.
           05  FILLER         PIC X(13) VALUE '  BEFORE'.
           05  FILLER         PIC X(13) VALUE '   AFTER'.
           05  FILLER         PIC X(13) VALUE 'INCREASE'.
           05  FILLER         PIC X(20) VALUE 'STATUS'.
           05  FILLER         PIC X(29) VALUE SPACES.

       01  WS-REG-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-MEMBER-ID  PIC X(9).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-MEMBER-NAME PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-OLD-BENEFIT PIC $$$,$$9.99.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RGD-NEW-BENEFIT PIC $$$,$$9.99.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RGD-INCREASE   PIC $$$,$$9.99.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RGD-STATUS     PIC X(20).
           05  FILLER         PIC X(29) VALUE SPACES.

       01  WS-REG-SECTION-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RSL-TEXT       PIC X(60).
           05  FILLER         PIC X(71) VALUE SPACES.

       01  WS-REG-TOTAL-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGT-LABEL      PIC X(26).
           05  RGT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(94) VALUE SPACES.

       01  WS-REG-AMOUNT-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGA-LABEL      PIC X(26).
           05  RGA-AMOUNT     PIC $$$,$$$,$$$,$$9.99.
           05  FILLER         PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-RUN-TIME = WS-TIME-WORK / 100

           PERFORM A050-READ-CONTROL-CARD
           IF NOT WS-ABORT
               PERFORM A060-CHECK-COLA-HISTORY
           END-IF

           IF WS-ABORT
               DISPLAY 'EBUD17 COLA RUN REFUSED - MEMBER MASTER NOT '
                   'UPDATED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-COMMIT
               OPEN I-O    MEMBER-FILE
               OPEN EXTEND AUDIT-FILE
           ELSE
               OPEN INPUT  MEMBER-FILE
           END-IF
           OPEN OUTPUT COLAREG-FILE

           PERFORM A100-START-REGISTER

           MOVE LOW-VALUES TO MST-MEMBER-ID
           START MEMBER-FILE KEY IS NOT LESS THAN MST-MEMBER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-EOF-SW
           END-START

           PERFORM UNTIL WS-MEMBER-EOF OR WS-ABORT
               READ MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MEMBER-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MEMBER-READ-COUNT
                       PERFORM A200-PROCESS-MEMBER
               END-READ
           END-PERFORM

           PERFORM A700-PRINT-LARGEST-CHANGES
           PERFORM A750-PRINT-REGISTER-TOTALS

           IF WS-COMMIT
               CLOSE AUDIT-FILE
           END-IF
           CLOSE MEMBER-FILE
                 COLAREG-FILE

           IF WS-COMMIT AND NOT WS-ABORT
               PERFORM A800-WRITE-COLA-HISTORY
           END-IF

           PERFORM A900-PRINT-CONTROL-REPORT

           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       A050-READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   DISPLAY 'NO CONTROL CARD - COLA RATE, YEAR AND '
                       'MODE ARE REQUIRED'
                   MOVE 'Y' TO WS-ABORT-SW
               NOT AT END
                   IF COL-RATE NOT NUMERIC
                      OR COL-RATE = 0
                      OR COL-RATE > 20
                       DISPLAY 'CONTROL CARD COLA RATE INVALID: '
                           COL-RATE
                       MOVE 'Y' TO WS-ABORT-SW
                   END-IF
                   IF COL-EFFECTIVE-YEAR NOT NUMERIC
                      OR COL-EFFECTIVE-YEAR < WS-RUN-CCYY - 1
                      OR COL-EFFECTIVE-YEAR > WS-RUN-CCYY + 1
                       DISPLAY 'CONTROL CARD EFFECTIVE YEAR INVALID: '
                           COL-EFFECTIVE-YEAR
                       MOVE 'Y' TO WS-ABORT-SW
                   END-IF
                   IF NOT COL-PREVIEW AND NOT COL-COMMIT
                       DISPLAY 'CONTROL CARD MODE MUST BE P OR C: '
                           COL-MODE
                       MOVE 'Y' TO WS-ABORT-SW
                   END-IF
                   IF NOT WS-ABORT
                       MOVE COL-RATE           TO WS-COLA-RATE
                       MOVE COL-EFFECTIVE-YEAR TO WS-COLA-YEAR
                       MOVE COL-MODE           TO WS-RUN-MODE
                   END-IF
           END-READ
           CLOSE CONTROL-FILE

           IF NOT WS-ABORT
               MOVE WS-COLA-YEAR TO WS-ORIGIN-YEAR
               DISPLAY 'COLA RATE: ' WS-COLA-RATE
                   ' EFFECTIVE YEAR: ' WS-COLA-YEAR
                   ' MODE: ' WS-RUN-MODE
           END-IF.

       A060-CHECK-COLA-HISTORY SECTION.
           OPEN INPUT COLAHIST-FILE
           PERFORM UNTIL WS-HIST-EOF
               READ COLAHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       IF CLH-EFFECTIVE-YEAR = WS-COLA-YEAR
                           DISPLAY 'COLA FOR ' WS-COLA-YEAR
                               ' ALREADY APPLIED ON ' CLH-RUN-DATE
                               ' AT RATE ' CLH-RATE
                           MOVE 'Y' TO WS-ABORT-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLAHIST-FILE
           DISPLAY 'COLA HISTORY RECORDS READ: ' WS-HIST-READ-COUNT.

       A100-START-REGISTER SECTION.
           MOVE WS-RUN-DATE-NUM TO RGH-RUN-DATE
           MOVE WS-RUN-TIME     TO RGH-RUN-TIME
           IF WS-COMMIT
               MOVE 'COMMIT - MASTER UPDATED' TO RGH-MODE-TEXT
           ELSE
               MOVE 'PREVIEW - NO UPDATE MADE' TO RGH-MODE-TEXT
           END-IF
           MOVE WS-COLA-YEAR TO RGH-COLA-YEAR
           MOVE WS-COLA-RATE TO RGH-COLA-RATE
           WRITE COLAREG-LINE FROM WS-REG-HEADING-1
               AFTER ADVANCING PAGE
           WRITE COLAREG-LINE FROM WS-REG-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE COLAREG-LINE FROM WS-REG-HEADING-3
               AFTER ADVANCING 2 LINES.

       A200-PROCESS-MEMBER SECTION.
           IF NOT MST-ACTIVE
               ADD 1 TO WS-NOT-ACTIVE-COUNT
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
               IF MST-COLA-YEAR NUMERIC
                  AND MST-COLA-YEAR >= WS-COLA-YEAR
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
               IF MST-BASE-BENEFIT NOT NUMERIC
                  OR MST-BASE-BENEFIT = 0
                   ADD 1 TO WS-NO-BENEFIT-COUNT
                   MOVE 0 TO W-OLD-BENEFIT
                   MOVE 0 TO W-NEW-BENEFIT
                   MOVE 0 TO W-INCREASE
                   MOVE 'NO BASE BENEFIT' TO RGD-STATUS
                   PERFORM A600-WRITE-REGISTER-LINE
               ELSE
                   PERFORM A210-APPLY-COLA
               END-IF
               END-IF
           END-IF.

       A210-APPLY-COLA SECTION.
           MOVE MST-BASE-BENEFIT TO W-OLD-BENEFIT
           MOVE 'N' TO WS-SIZE-ERROR-SW
           COMPUTE W-NEW-BENEFIT ROUNDED =
               W-OLD-BENEFIT * (100 + WS-COLA-RATE) / 100
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SIZE-ERROR-SW
           END-COMPUTE

           IF WS-SIZE-ERROR
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE 0 TO W-NEW-BENEFIT
               MOVE 0 TO W-INCREASE
               MOVE 'REJECTED - OVERFLOW' TO RGD-STATUS
               PERFORM A600-WRITE-REGISTER-LINE
           ELSE
               COMPUTE W-INCREASE = W-NEW-BENEFIT - W-OLD-BENEFIT
               IF WS-COMMIT
                   PERFORM A300-UPDATE-MASTER
               END-IF
               IF NOT WS-ABORT
                   ADD 1 TO WS-INCREASED-COUNT
                   ADD W-OLD-BENEFIT TO WS-TOTAL-BEFORE
                   ADD W-NEW-BENEFIT TO WS-TOTAL-AFTER
                   ADD W-INCREASE    TO WS-TOTAL-INCREASE
                   IF WS-COMMIT
                       MOVE 'UPDATED'      TO RGD-STATUS
                   ELSE
                       MOVE 'PREVIEW ONLY' TO RGD-STATUS
                   END-IF
                   PERFORM A600-WRITE-REGISTER-LINE
                   PERFORM A400-RANK-CHANGE
               END-IF
           END-IF.

       A300-UPDATE-MASTER SECTION.
           MOVE MEMBER-RECORD TO WS-BEFORE-IMAGE
           MOVE W-NEW-BENEFIT TO MST-BASE-BENEFIT
           MOVE WS-COLA-YEAR  TO MST-COLA-YEAR
           REWRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY 'MASTER REWRITE FAILED FOR MEMBER: '
                       MST-MEMBER-ID ' - COLA RUN STOPPED'
                   MOVE 'Y' TO WS-ABORT-SW
               NOT INVALID KEY
                   PERFORM A500-WRITE-AUDIT-RECORD
           END-REWRITE.

       A400-RANK-CHANGE SECTION.
           IF WS-TOP-COUNT < WS-TOP-LIMIT
               ADD 1 TO WS-TOP-COUNT
               PERFORM A410-INSERT-TOP-ENTRY
           ELSE
           IF W-INCREASE > TOP-INCREASE (WS-TOP-LIMIT)
               PERFORM A410-INSERT-TOP-ENTRY
           END-IF
           END-IF.

       A410-INSERT-TOP-ENTRY SECTION.
           MOVE W-INCREASE      TO NTE-INCREASE
           MOVE MST-MEMBER-ID   TO NTE-MEMBER-ID
           MOVE MST-MEMBER-NAME TO NTE-MEMBER-NAME
           MOVE W-OLD-BENEFIT   TO NTE-OLD-BENEFIT
           MOVE W-NEW-BENEFIT   TO NTE-NEW-BENEFIT

           MOVE WS-TOP-COUNT TO WS-TOP-SCAN
           MOVE 'N' TO WS-SLOT-FOUND-SW
           PERFORM UNTIL WS-SLOT-FOUND
               IF WS-TOP-SCAN = 1
                   MOVE 'Y' TO WS-SLOT-FOUND-SW
               ELSE
               IF TOP-INCREASE (WS-TOP-SCAN - 1) NOT < NTE-INCREASE
                   MOVE 'Y' TO WS-SLOT-FOUND-SW
               ELSE
                   MOVE WS-TOP-ENTRY (WS-TOP-SCAN - 1)
                       TO WS-TOP-ENTRY (WS-TOP-SCAN)
                   SUBTRACT 1 FROM WS-TOP-SCAN
               END-IF
               END-IF
           END-PERFORM
           MOVE WS-NEW-TOP-ENTRY TO WS-TOP-ENTRY (WS-TOP-SCAN).

       A500-WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES          TO AUDIT-RECORD
           MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE
           MOVE WS-RUN-TIME     TO AUD-RUN-TIME
           MOVE WS-COLA-ORIGIN  TO AUD-ORIGIN
           MOVE 'C'             TO AUD-ACTION
           MOVE MST-MEMBER-ID   TO AUD-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE MEMBER-RECORD   TO AUD-AFTER-IMAGE

           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.

       A600-WRITE-REGISTER-LINE SECTION.
           MOVE MST-MEMBER-ID   TO RGD-MEMBER-ID
           MOVE MST-MEMBER-NAME TO RGD-MEMBER-NAME
           MOVE W-OLD-BENEFIT   TO RGD-OLD-BENEFIT
           MOVE W-NEW-BENEFIT   TO RGD-NEW-BENEFIT
           MOVE W-INCREASE      TO RGD-INCREASE
           WRITE COLAREG-LINE FROM WS-REG-DETAIL
               AFTER ADVANCING 1 LINE.

       A700-PRINT-LARGEST-CHANGES SECTION.
           MOVE 'LARGEST INCREASES' TO RSL-TEXT
           WRITE COLAREG-LINE FROM WS-REG-SECTION-LINE
               AFTER ADVANCING PAGE
           WRITE COLAREG-LINE FROM WS-REG-HEADING-3
               AFTER ADVANCING 2 LINES

           PERFORM A710-WRITE-TOP-ENTRY
               VARYING WS-TOP-SCAN FROM 1 BY 1
               UNTIL WS-TOP-SCAN > WS-TOP-COUNT.

       A710-WRITE-TOP-ENTRY SECTION.
           MOVE TOP-MEMBER-ID (WS-TOP-SCAN)   TO RGD-MEMBER-ID
           MOVE TOP-MEMBER-NAME (WS-TOP-SCAN) TO RGD-MEMBER-NAME
           MOVE TOP-OLD-BENEFIT (WS-TOP-SCAN) TO RGD-OLD-BENEFIT
           MOVE TOP-NEW-BENEFIT (WS-TOP-SCAN) TO RGD-NEW-BENEFIT
           MOVE TOP-INCREASE (WS-TOP-SCAN)    TO RGD-INCREASE
           MOVE SPACES                        TO RGD-STATUS
           WRITE COLAREG-LINE FROM WS-REG-DETAIL
               AFTER ADVANCING 1 LINE.

       A750-PRINT-REGISTER-TOTALS SECTION.
           MOVE 'REGISTER TOTALS' TO RSL-TEXT
           WRITE COLAREG-LINE FROM WS-REG-SECTION-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'MEMBERS READ            : ' TO RGT-LABEL
           MOVE WS-MEMBER-READ-COUNT         TO RGT-COUNT
           WRITE COLAREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'NOT ACTIVE - SKIPPED    : ' TO RGT-LABEL
           MOVE WS-NOT-ACTIVE-COUNT          TO RGT-COUNT
           WRITE COLAREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ACTIVE MEMBERS          : ' TO RGT-LABEL
           MOVE WS-ACTIVE-COUNT              TO RGT-COUNT
           WRITE COLAREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  INCREASED             : ' TO RGT-LABEL
           MOVE WS-INCREASED-COUNT           TO RGT-COUNT
           WRITE COLAREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  YEAR ALREADY APPLIED  : ' TO RGT-LABEL
           MOVE WS-ALREADY-COUNT             TO RGT-COUNT
           WRITE COLAREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  NO BASE BENEFIT       : ' TO RGT-LABEL
           MOVE WS-NO-BENEFIT-COUNT          TO RGT-COUNT
           WRITE COLAREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  REJECTED - OVERFLOW   : ' TO RGT-LABEL
           MOVE WS-OVERFLOW-COUNT            TO RGT-COUNT
           WRITE COLAREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AUDIT RECORDS WRITTEN   : ' TO RGT-LABEL
           MOVE WS-AUDIT-COUNT               TO RGT-COUNT
           WRITE COLAREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'TOTAL MONTHLY BEFORE    : ' TO RGA-LABEL
           MOVE WS-TOTAL-BEFORE              TO RGA-AMOUNT
           WRITE COLAREG-LINE FROM WS-REG-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL MONTHLY AFTER     : ' TO RGA-LABEL
           MOVE WS-TOTAL-AFTER               TO RGA-AMOUNT
           WRITE COLAREG-LINE FROM WS-REG-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL MONTHLY INCREASE  : ' TO RGA-LABEL
           MOVE WS-TOTAL-INCREASE            TO RGA-AMOUNT
           WRITE COLAREG-LINE FROM WS-REG-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           IF WS-ABORT
               MOVE '*** RUN STOPPED ON MASTER REWRITE FAILURE ***'
                   TO RSL-TEXT
               WRITE COLAREG-LINE FROM WS-REG-SECTION-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       A800-WRITE-COLA-HISTORY SECTION.
           OPEN EXTEND COLAHIST-FILE
           MOVE SPACES             TO COLAHIST-RECORD
           MOVE WS-COLA-YEAR       TO CLH-EFFECTIVE-YEAR
           MOVE WS-COLA-RATE       TO CLH-RATE
           MOVE WS-RUN-DATE-NUM    TO CLH-RUN-DATE
           MOVE WS-RUN-TIME        TO CLH-RUN-TIME
           MOVE WS-INCREASED-COUNT TO CLH-MEMBERS-UPDATED
           MOVE WS-TOTAL-BEFORE    TO CLH-TOTAL-BEFORE
           MOVE WS-TOTAL-AFTER     TO CLH-TOTAL-AFTER
           WRITE COLAHIST-RECORD
           CLOSE COLAHIST-FILE.

       A900-PRINT-CONTROL-REPORT SECTION.
           DISPLAY '=========================================='
           DISPLAY 'EBUD17 COST-OF-LIVING ADJUSTMENT REPORT'
           IF WS-COMMIT
               DISPLAY '  MODE               : COMMIT'
           ELSE
               DISPLAY '  MODE               : PREVIEW (NO UPDATE)'
           END-IF
           DISPLAY '  EFFECTIVE YEAR     : ' WS-COLA-YEAR
           DISPLAY '  COLA RATE          : ' WS-COLA-RATE
           DISPLAY '  MEMBERS READ       : ' WS-MEMBER-READ-COUNT
           DISPLAY '  ACTIVE MEMBERS     : ' WS-ACTIVE-COUNT
           DISPLAY '  INCREASED          : ' WS-INCREASED-COUNT
           DISPLAY '  YEAR ALREADY DONE  : ' WS-ALREADY-COUNT
           DISPLAY '  NO BASE BENEFIT    : ' WS-NO-BENEFIT-COUNT
           DISPLAY '  OVERFLOW REJECTED  : ' WS-OVERFLOW-COUNT
           DISPLAY '  AUDIT RECS WRITTEN : ' WS-AUDIT-COUNT
           DISPLAY '  TOTAL INCREASE     : ' WS-TOTAL-INCREASE
           IF WS-ABORT
               DISPLAY '  *** RUN STOPPED - RERUN TO COMPLETE; '
                   'UPDATED MEMBERS ARE SKIPPED ***'
           END-IF
           DISPLAY '=========================================='.
