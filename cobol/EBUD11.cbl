               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-MEMBER-ID.
           SELECT STMT-FILE    ASSIGN TO 'STMT'.
           SELECT OPTIONAL SPOUSE-FILE ASSIGN TO 'SPOUSE'.

       DATA DIVISION.
       FILE SECTION.

       01  STMT-LINE          PIC X(133).

       FD  SPOUSE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  SPOUSE-RECORD.
           COPY SPOUMAST.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-REQUEST-EOF    VALUE 'Y'.
       01  WS-STMT-COUNT      PIC 9(9) VALUE 0.
       01  WS-UNKNOWN-COUNT   PIC 9(9) VALUE 0.
       01  WS-INACTIVE-COUNT  PIC 9(9) VALUE 0.
       01  WS-DECEASED-COUNT  PIC 9(9) VALUE 0.
       01  WS-WHATIF-COUNT    PIC 9(9) VALUE 0.
       01  WS-WHATIF-REFUSED-COUNT PIC 9(9) VALUE 0.

       01  WS-SPOUSE-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-SPOUSE-EOF     VALUE 'Y'.

       01  WS-SPOUSE-ABORT-SW PIC X(1) VALUE 'N'.
           88  WS-SPOUSE-ABORT   VALUE 'Y'.

       01  WS-SPOUSE-FOUND-SW PIC X(1) VALUE 'N'.
           88  WS-SPOUSE-FOUND   VALUE 'Y'.

       01  WS-SPOUSE-ELIGIBLE-SW PIC X(1) VALUE 'N'.
           88  WS-SPOUSE-ELIGIBLE   VALUE 'Y'.

       01  WS-SPO-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-SPO-COUNT       PIC 9(5) VALUE 0.
       01  WS-PREV-SPOUSE-ID  PIC X(9) VALUE LOW-VALUES.

       01  WS-SPOUSE-TABLE.
           05  WS-SPO-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-SPO-COUNT
                   ASCENDING KEY IS WS-SPO-ID
                   INDEXED BY SPO-IDX.
               10  WS-SPO-ID        PIC X(9).
               10  WS-SPO-NAME      PIC X(30).
               10  WS-SPO-CCYY      PIC 9(4).
               10  WS-SPO-MM        PIC 9(2).

       01  WS-TARGET-VALID-SW PIC X(1) VALUE 'N'.
           88  WS-TARGET-VALID   VALUE 'Y'.

           COPY FRATABLE.

       01  W-EARLY-BENEFIT-AMT PIC 9(5)V99 VALUE 0.
       01  W-DELAYED-BENEFIT-AMT PIC 9(5)V99 VALUE 0.

       01  W-TGT-AGE-TOTAL     PIC S9(5) VALUE 0.
       01  W-TGT-AGE-YEARS     PIC 9(2) VALUE 0.
       01  W-TGT-AGE-MM        PIC 9(2) VALUE 0.
       01  W-TGT-EARLY-MONTHS  PIC 9(4) VALUE 0.
       01  W-TGT-DELAYED-MONTHS PIC 9(4) VALUE 0.
       01  W-TGT-REDUCTION-PCT PIC 9(3)V9(4) VALUE 0.
       01  W-TGT-CREDIT-PCT    PIC 9(3)V9(4) VALUE 0.
       01  W-TARGET-BENEFIT-AMT PIC 9(5)V99 VALUE 0.

       01  WS-SPO-FRA-FOUND-SW PIC X(1) VALUE 'N'.
           88  WS-SPO-FRA-FOUND   VALUE 'Y'.

       01  W-SPO-BIRTH-CCYY    PIC 9(4) VALUE 0.
       01  W-SPO-BIRTH-MM      PIC 9(2) VALUE 0.
       01  W-SPO-AGE-YEARS     PIC 9(2) VALUE 0.
       01  W-SPO-AGE-MONTHS    PIC 9(2) VALUE 0.
       01  W-SPO-FRA-TOTAL-MONTHS PIC 9(4) VALUE 0.
       01  W-SPO-AGE-AT-TARGET PIC S9(5) VALUE 0.
       01  W-SPO-EARLY-MONTHS  PIC S9(5) VALUE 0.
       01  W-SPO-REDUCTION-PCT PIC 9(3)V9(4) VALUE 0.
       01  W-SPOUSE-NAME       PIC X(30) VALUE SPACES.
       01  W-SPOUSE-BENEFIT-AMT PIC 9(5)V99 VALUE 0.

       01  W-BE-EARLY-START    PIC 9(4) VALUE 0.
       01  W-BE-EARLY-AMT      PIC 9(5)V99 VALUE 0.
       01  W-BE-LATE-START     PIC 9(4) VALUE 0.
       01  W-BE-LATE-AMT       PIC 9(5)V99 VALUE 0.
       01  W-BE-NUMER          PIC 9(9)V99 VALUE 0.
       01  W-BE-DENOM          PIC 9(5)V99 VALUE 0.
       01  W-BE-MONTHS         PIC 9(5) VALUE 0.
       01  W-BE-REMAINDER      PIC 9(5)V99 VALUE 0.
       01  W-BE-AGE-YEARS      PIC 9(3) VALUE 0.
       01  W-BE-AGE-MM         PIC 9(2) VALUE 0.
       01  W-BE-TOTAL-MONTHS   PIC 9(6) VALUE 0.
       01  W-BE-CCYY           PIC 9(4) VALUE 0.
       01  W-BE-MM             PIC 9(2) VALUE 0.

       01  W-BIRTH-DATE.
           05  W-CCYY          PIC 9(4).
           05  W-MM            PIC 9(2).
           05  FILLER         PIC X(3)  VALUE ' **'.
           05  FILLER         PIC X(54) VALUE SPACES.

       01  WS-WHATIF-TITLE.
           05  FILLER         PIC X(30)
               VALUE 'WHAT-IF - BENEFIT STARTING IN '.
           05  WIT-CCYY       PIC 9(4).
           05  FILLER         PIC X(1)  VALUE '/'.
           05  WIT-MM         PIC 9(2).
           05  FILLER         PIC X(6)  VALUE ' (AGE '.
           05  WIT-AGE-YEARS  PIC Z9.
           05  FILLER         PIC X(7)  VALUE ' YEARS '.
           05  WIT-AGE-MM     PIC Z9.
           05  FILLER         PIC X(8)  VALUE ' MONTHS)'.
           05  FILLER         PIC X(71) VALUE SPACES.

       01  WS-WHATIF-ADJ-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  WIA-LABEL      PIC X(14).
           05  WIA-MONTHS     PIC ZZ9.
           05  WIA-TEXT       PIC X(32).
           05  WIA-PCT        PIC ZZ9.99.
           05  FILLER         PIC X(8)  VALUE ' PERCENT'.
           05  FILLER         PIC X(67) VALUE SPACES.

       01  WS-WHATIF-AMT-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(29)
               VALUE 'ESTIMATED MONTHLY BENEFIT:   '.
           05  WIM-AMT        PIC $$$,$$9.99.
           05  FILLER         PIC X(91) VALUE SPACES.

       01  WS-WHATIF-SPOUSE-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(29)
               VALUE 'SPOUSAL BENEFIT:             '.
           05  WIS-AMT        PIC $$$,$$9.99.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(8)  VALUE 'SPOUSE: '.
           05  WIS-NAME       PIC X(30).
           05  FILLER         PIC X(50) VALUE SPACES.

       01  WS-WHATIF-NOTE-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  WIN-TEXT       PIC X(70).
           05  FILLER         PIC X(60) VALUE SPACES.

       01  WS-WHATIF-REJECT-LINE.
           05  FILLER         PIC X(23)
               VALUE '** WHAT-IF NOT PRICED: '.
           05  WRJ-TARGET     PIC X(6).
           05  FILLER         PIC X(3)  VALUE ' - '.
           05  WRJ-REASON     PIC X(40).
           05  FILLER         PIC X(3)  VALUE ' **'.
           05  FILLER         PIC X(58) VALUE SPACES.

       01  WS-BREAKEVEN-HEADING.
           05  FILLER         PIC X(40)
               VALUE 'BREAK-EVEN - THE AGE AT WHICH TOTAL PAYM'.
           05  FILLER         PIC X(40)
               VALUE 'ENTS FROM THE LATER START CATCH UP:     '.
           05  FILLER         PIC X(53) VALUE SPACES.

       01  WS-BREAKEVEN-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  BEV-TEXT       PIC X(40).
           05  FILLER         PIC X(4)  VALUE 'AGE '.
           05  BEV-AGE-YEARS  PIC ZZ9.
           05  FILLER         PIC X(7)  VALUE ' YEARS '.
           05  BEV-AGE-MM     PIC Z9.
           05  FILLER         PIC X(10) VALUE ' MONTHS  ('.
           05  BEV-CCYY       PIC 9(4).
           05  FILLER         PIC X(1)  VALUE '/'.
           05  BEV-MM         PIC 9(2).
           05  FILLER         PIC X(1)  VALUE ')'.
           05  FILLER         PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           ACCEPT WS-AS-OF-DATE-NUM FROM DATE YYYYMMDD

           PERFORM A050-LOAD-SPOUSE-TABLE
           IF WS-SPOUSE-ABORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  REQUEST-FILE
                       MEMBER-FILE
                OUTPUT STMT-FILE
           DISPLAY '  STATEMENTS PRINTED : ' WS-STMT-COUNT
           DISPLAY '    UNKNOWN MEMBER   : ' WS-UNKNOWN-COUNT
           DISPLAY '    INACTIVE MEMBER  : ' WS-INACTIVE-COUNT
           DISPLAY '    DECEASED MEMBER  : ' WS-DECEASED-COUNT
           DISPLAY '  WHAT-IF PRICED     : ' WS-WHATIF-COUNT
           DISPLAY '  WHAT-IF REFUSED    : ' WS-WHATIF-REFUSED-COUNT
           DISPLAY '=========================================='
           GOBACK.

                       MOVE 'MEMBER INACTIVE ON MEMBER MASTER (MM02)'
                           TO RJL-REASON
                       PERFORM A150-PRINT-REJECT-STATEMENT
                   ELSE
                   IF MST-DECEASED
                       ADD 1 TO WS-DECEASED-COUNT
                       MOVE 'MEMBER DECEASED - REFER TO SURVIVOR CLAIMS'
                           TO RJL-REASON
                       PERFORM A150-PRINT-REJECT-STATEMENT
                   ELSE
                       PERFORM A300-CALCULATE-RETIREMENT
                       PERFORM A400-PRINT-STATEMENT
                       IF SRQ-TARGET-MONTH NOT = SPACES
                          AND SRQ-TARGET-MONTH NOT = ZEROS
                           PERFORM A500-PRICE-WHAT-IF
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       A050-LOAD-SPOUSE-TABLE SECTION.
           MOVE 0          TO WS-SPO-COUNT
           MOVE 'N'        TO WS-SPOUSE-EOF-SW
           MOVE LOW-VALUES TO WS-PREV-SPOUSE-ID
           OPEN INPUT SPOUSE-FILE

           PERFORM UNTIL WS-SPOUSE-EOF OR WS-SPOUSE-ABORT
               READ SPOUSE-FILE
                   AT END
                       MOVE 'Y' TO WS-SPOUSE-EOF-SW
                   NOT AT END
                       IF SPO-MEMBER-ID < WS-PREV-SPOUSE-ID
                           DISPLAY 'SPOUSE FILE OUT OF SEQUENCE AT '
                               'MEMBER: ' SPO-MEMBER-ID
                           MOVE 'Y' TO WS-SPOUSE-ABORT-SW
                       ELSE
                       IF SPO-MEMBER-ID = WS-PREV-SPOUSE-ID
                           CONTINUE
                       ELSE
                       IF WS-SPO-COUNT >= WS-SPO-LIMIT
                           DISPLAY 'SPOUSE TABLE EXCEEDS LIMIT OF '
                               WS-SPO-LIMIT
                           MOVE 'Y' TO WS-SPOUSE-ABORT-SW
                       ELSE
                           ADD 1 TO WS-SPO-COUNT
                           MOVE SPO-MEMBER-ID
                               TO WS-SPO-ID (WS-SPO-COUNT)
                           MOVE SPO-SPOUSE-NAME
                               TO WS-SPO-NAME (WS-SPO-COUNT)
                           MOVE SPO-BIRTH-CCYY
                               TO WS-SPO-CCYY (WS-SPO-COUNT)
                           MOVE SPO-BIRTH-MM
                               TO WS-SPO-MM (WS-SPO-COUNT)
                           MOVE SPO-MEMBER-ID TO WS-PREV-SPOUSE-ID
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SPOUSE-FILE
           DISPLAY 'SPOUSES ON FILE: ' WS-SPO-COUNT.

       A150-PRINT-REJECT-STATEMENT SECTION.
           PERFORM A410-PRINT-STATEMENT-HEADING
           MOVE SRQ-MEMBER-ID TO MBR-MEMBER-ID
           MOVE SRQ-COUNSELOR-ID TO DSK-COUNSELOR-ID
           WRITE STMT-LINE FROM WS-DESK-LINE
               AFTER ADVANCING 1 LINE.

       A500-PRICE-WHAT-IF SECTION.
           MOVE 'N'              TO WS-TARGET-VALID-SW
           MOVE SRQ-TARGET-MONTH TO WRJ-TARGET
           IF SRQ-TARGET-CCYY NOT NUMERIC
              OR SRQ-TARGET-MM NOT NUMERIC
               MOVE 'TARGET MONTH IS NOT A VALID CCYYMM'
                   TO WRJ-REASON
           ELSE
           IF SRQ-TARGET-MM < 1 OR SRQ-TARGET-MM > 12
               MOVE 'TARGET MONTH IS NOT A VALID CCYYMM'
                   TO WRJ-REASON
           ELSE
               COMPUTE W-TGT-AGE-TOTAL =
                   (SRQ-TARGET-CCYY * 12 + SRQ-TARGET-MM)
                   - (W-CCYY * 12 + W-MM)
               IF W-TGT-AGE-TOTAL < 744
                   MOVE 'TARGET MONTH IS BEFORE AGE 62'
                       TO WRJ-REASON
               ELSE
               IF W-TGT-AGE-TOTAL > 840
                   MOVE 'TARGET MONTH IS AFTER AGE 70'
                       TO WRJ-REASON
               ELSE
                   MOVE 'Y' TO WS-TARGET-VALID-SW
               END-IF
               END-IF
           END-IF
           END-IF

           IF WS-TARGET-VALID
               ADD 1 TO WS-WHATIF-COUNT
               PERFORM A510-PRICE-TARGET-MONTH
               PERFORM A520-PRICE-TARGET-SPOUSE
               PERFORM A600-PRINT-WHAT-IF
               PERFORM A650-PRINT-BREAK-EVEN
           ELSE
               ADD 1 TO WS-WHATIF-REFUSED-COUNT
               WRITE STMT-LINE FROM WS-WHATIF-REJECT-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.

       A510-PRICE-TARGET-MONTH SECTION.
           MOVE 0 TO W-TGT-EARLY-MONTHS
           MOVE 0 TO W-TGT-DELAYED-MONTHS
           MOVE 0 TO W-TGT-REDUCTION-PCT
           MOVE 0 TO W-TGT-CREDIT-PCT

           IF W-TGT-AGE-TOTAL < W-FRA-TOTAL-MONTHS
               COMPUTE W-TGT-EARLY-MONTHS =
                   W-FRA-TOTAL-MONTHS - W-TGT-AGE-TOTAL
               IF W-TGT-EARLY-MONTHS > 36
                   COMPUTE W-TGT-REDUCTION-PCT =
                       (36 * 5 / 9)
                       + ((W-TGT-EARLY-MONTHS - 36) * 5 / 12)
               ELSE
                   COMPUTE W-TGT-REDUCTION-PCT =
                       W-TGT-EARLY-MONTHS * 5 / 9
               END-IF
               COMPUTE W-TARGET-BENEFIT-AMT ROUNDED =
                   W-BASE-BENEFIT * (100 - W-TGT-REDUCTION-PCT) / 100
           ELSE
               COMPUTE W-TGT-DELAYED-MONTHS =
                   W-TGT-AGE-TOTAL - W-FRA-TOTAL-MONTHS
               COMPUTE W-TGT-CREDIT-PCT =
                   W-TGT-DELAYED-MONTHS * W-DRC-RATE / 12
               COMPUTE W-TARGET-BENEFIT-AMT ROUNDED =
                   W-BASE-BENEFIT * (100 + W-TGT-CREDIT-PCT) / 100
           END-IF

           COMPUTE W-TGT-AGE-YEARS = W-TGT-AGE-TOTAL / 12
           COMPUTE W-TGT-AGE-MM =
               W-TGT-AGE-TOTAL - (W-TGT-AGE-YEARS * 12).

       A520-PRICE-TARGET-SPOUSE SECTION.
           MOVE 'N'    TO WS-SPOUSE-FOUND-SW
           MOVE 'N'    TO WS-SPOUSE-ELIGIBLE-SW
           MOVE SPACES TO W-SPOUSE-NAME
           MOVE 0      TO W-SPOUSE-BENEFIT-AMT
           IF WS-SPO-COUNT > 0
               SEARCH ALL WS-SPO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SPO-ID (SPO-IDX) = MST-MEMBER-ID
                       MOVE 'Y' TO WS-SPOUSE-FOUND-SW
                       MOVE WS-SPO-NAME (SPO-IDX) TO W-SPOUSE-NAME
                       MOVE WS-SPO-CCYY (SPO-IDX) TO W-SPO-BIRTH-CCYY
                       MOVE WS-SPO-MM (SPO-IDX)   TO W-SPO-BIRTH-MM
               END-SEARCH
           END-IF

           IF WS-SPOUSE-FOUND
               COMPUTE W-SPO-AGE-AT-TARGET =
                   (SRQ-TARGET-CCYY * 12 + SRQ-TARGET-MM)
                   - (W-SPO-BIRTH-CCYY * 12 + W-SPO-BIRTH-MM)
               IF W-SPO-AGE-AT-TARGET >= 744
                   MOVE 'Y' TO WS-SPOUSE-ELIGIBLE-SW
               END-IF
           END-IF

           IF WS-SPOUSE-ELIGIBLE
               MOVE 'N' TO WS-SPO-FRA-FOUND-SW
               PERFORM A525-LOOKUP-SPOUSE-FRA
                   VARYING FRA-IDX FROM 1 BY 1
                   UNTIL FRA-IDX > FRA-ENTRY-COUNT
                      OR WS-SPO-FRA-FOUND

               COMPUTE W-SPO-FRA-TOTAL-MONTHS =
                   W-SPO-AGE-YEARS * 12 + W-SPO-AGE-MONTHS

               COMPUTE W-SPO-EARLY-MONTHS =
                   W-SPO-FRA-TOTAL-MONTHS - W-SPO-AGE-AT-TARGET
               IF W-SPO-EARLY-MONTHS > 36
                   COMPUTE W-SPO-REDUCTION-PCT =
                       (36 * 5 / 9)
                       + ((W-SPO-EARLY-MONTHS - 36) * 5 / 12)
               ELSE
               IF W-SPO-EARLY-MONTHS > 0
                   COMPUTE W-SPO-REDUCTION-PCT =
                       W-SPO-EARLY-MONTHS * 5 / 9
               ELSE
                   MOVE 0 TO W-SPO-REDUCTION-PCT
               END-IF
               END-IF

               COMPUTE W-SPOUSE-BENEFIT-AMT ROUNDED =
                   W-FULL-BENEFIT-AMT * 50 / 100
                   * (100 - W-SPO-REDUCTION-PCT) / 100
           END-IF.

       A525-LOOKUP-SPOUSE-FRA SECTION.
           IF W-SPO-BIRTH-CCYY >= FRA-LOW-YEAR(FRA-IDX)
              AND W-SPO-BIRTH-CCYY <= FRA-HIGH-YEAR(FRA-IDX)
              MOVE FRA-AGE-YEARS(FRA-IDX)  TO W-SPO-AGE-YEARS
              MOVE FRA-AGE-MONTHS(FRA-IDX) TO W-SPO-AGE-MONTHS
              MOVE 'Y' TO WS-SPO-FRA-FOUND-SW
           END-IF.

       A600-PRINT-WHAT-IF SECTION.
           MOVE SRQ-TARGET-CCYY TO WIT-CCYY
           MOVE SRQ-TARGET-MM   TO WIT-MM
           MOVE W-TGT-AGE-YEARS TO WIT-AGE-YEARS
           MOVE W-TGT-AGE-MM    TO WIT-AGE-MM
           WRITE STMT-LINE FROM WS-WHATIF-TITLE
               AFTER ADVANCING 3 LINES

           IF W-TGT-EARLY-MONTHS > 0
               MOVE 'REDUCTION FOR '      TO WIA-LABEL
               MOVE W-TGT-EARLY-MONTHS    TO WIA-MONTHS
               MOVE ' MONTHS BEFORE FULL RETIREMENT: ' TO WIA-TEXT
               MOVE W-TGT-REDUCTION-PCT   TO WIA-PCT
               WRITE STMT-LINE FROM WS-WHATIF-ADJ-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
           IF W-TGT-DELAYED-MONTHS > 0
               MOVE 'CREDIT FOR    '      TO WIA-LABEL
               MOVE W-TGT-DELAYED-MONTHS  TO WIA-MONTHS
               MOVE ' MONTHS AFTER FULL RETIREMENT:  ' TO WIA-TEXT
               MOVE W-TGT-CREDIT-PCT      TO WIA-PCT
               WRITE STMT-LINE FROM WS-WHATIF-ADJ-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'AT FULL RETIREMENT AGE - NO REDUCTION OR CREDIT'
                   TO WIN-TEXT
               WRITE STMT-LINE FROM WS-WHATIF-NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           END-IF

           MOVE W-TARGET-BENEFIT-AMT TO WIM-AMT
           WRITE STMT-LINE FROM WS-WHATIF-AMT-LINE
               AFTER ADVANCING 1 LINE

           IF WS-SPOUSE-ELIGIBLE
               MOVE W-SPOUSE-BENEFIT-AMT TO WIS-AMT
               MOVE W-SPOUSE-NAME        TO WIS-NAME
               WRITE STMT-LINE FROM WS-WHATIF-SPOUSE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
           IF WS-SPOUSE-FOUND
               MOVE 'SPOUSE UNDER 62 IN TARGET MONTH - NO SPOUSAL YET'
                   TO WIN-TEXT
               WRITE STMT-LINE FROM WS-WHATIF-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           END-IF.

       A650-PRINT-BREAK-EVEN SECTION.
           WRITE STMT-LINE FROM WS-BREAKEVEN-HEADING
               AFTER ADVANCING 2 LINES

           IF W-BASE-BENEFIT = 0
               MOVE 'NO BASE BENEFIT - BREAK-EVEN NOT COMPUTED'
                   TO WIN-TEXT
               WRITE STMT-LINE FROM WS-WHATIF-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF W-TGT-AGE-TOTAL = 744
                   MOVE 'TARGET IS AGE 62 - NOTHING TO COMPARE'
                       TO WIN-TEXT
                   WRITE STMT-LINE FROM WS-WHATIF-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   MOVE 744                  TO W-BE-EARLY-START
                   MOVE W-EARLY-BENEFIT-AMT  TO W-BE-EARLY-AMT
                   MOVE W-TGT-AGE-TOTAL      TO W-BE-LATE-START
                   MOVE W-TARGET-BENEFIT-AMT TO W-BE-LATE-AMT
                   MOVE 'TARGET OVERTAKES A START AT AGE 62:'
                       TO BEV-TEXT
                   PERFORM A660-COMPUTE-BREAK-EVEN
               END-IF

               IF W-TGT-AGE-TOTAL = W-FRA-TOTAL-MONTHS
                   MOVE 'TARGET IS FULL RETIREMENT - NOTHING TO COMPARE'
                       TO WIN-TEXT
                   WRITE STMT-LINE FROM WS-WHATIF-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
               IF W-TGT-AGE-TOTAL > W-FRA-TOTAL-MONTHS
                   MOVE W-FRA-TOTAL-MONTHS   TO W-BE-EARLY-START
                   MOVE W-FULL-BENEFIT-AMT   TO W-BE-EARLY-AMT
                   MOVE W-TGT-AGE-TOTAL      TO W-BE-LATE-START
                   MOVE W-TARGET-BENEFIT-AMT TO W-BE-LATE-AMT
                   MOVE 'TARGET OVERTAKES A START AT FULL AGE:'
                       TO BEV-TEXT
                   PERFORM A660-COMPUTE-BREAK-EVEN
               ELSE
                   MOVE W-TGT-AGE-TOTAL      TO W-BE-EARLY-START
                   MOVE W-TARGET-BENEFIT-AMT TO W-BE-EARLY-AMT
                   MOVE W-FRA-TOTAL-MONTHS   TO W-BE-LATE-START
                   MOVE W-FULL-BENEFIT-AMT   TO W-BE-LATE-AMT
                   MOVE 'A START AT FULL AGE OVERTAKES TARGET:'
                       TO BEV-TEXT
                   PERFORM A660-COMPUTE-BREAK-EVEN
               END-IF
               END-IF
           END-IF.

       A660-COMPUTE-BREAK-EVEN SECTION.
           IF W-BE-LATE-AMT NOT > W-BE-EARLY-AMT
               MOVE 'MONTHLY AMOUNTS DO NOT DIFFER - NO BREAK-EVEN AGE'
                   TO WIN-TEXT
               WRITE STMT-LINE FROM WS-WHATIF-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               COMPUTE W-BE-NUMER =
                   W-BE-LATE-AMT * W-BE-LATE-START
                   - W-BE-EARLY-AMT * W-BE-EARLY-START
               COMPUTE W-BE-DENOM = W-BE-LATE-AMT - W-BE-EARLY-AMT
               DIVIDE W-BE-NUMER BY W-BE-DENOM
                   GIVING W-BE-MONTHS REMAINDER W-BE-REMAINDER
               IF W-BE-REMAINDER > 0
                   ADD 1 TO W-BE-MONTHS
               END-IF

               COMPUTE W-BE-AGE-YEARS = W-BE-MONTHS / 12
               COMPUTE W-BE-AGE-MM =
                   W-BE-MONTHS - (W-BE-AGE-YEARS * 12)
               COMPUTE W-BE-TOTAL-MONTHS =
                   W-CCYY * 12 + W-MM - 1 + W-BE-MONTHS
               COMPUTE W-BE-CCYY = W-BE-TOTAL-MONTHS / 12
               COMPUTE W-BE-MM =
                   W-BE-TOTAL-MONTHS - (W-BE-CCYY * 12) + 1

               MOVE W-BE-AGE-YEARS TO BEV-AGE-YEARS
               MOVE W-BE-AGE-MM    TO BEV-AGE-MM
               MOVE W-BE-CCYY      TO BEV-CCYY
               MOVE W-BE-MM        TO BEV-MM
               WRITE STMT-LINE FROM WS-BREAKEVEN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
