       ID DIVISION.
       PROGRAM-ID. EBUD21.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECT-FILE   ASSIGN TO 'ELECT'.
           SELECT MEMBER-FILE  ASSIGN TO 'MEMBER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-MEMBER-ID.
           SELECT OPTIONAL SENTOLD-FILE ASSIGN TO 'SENTOLD'.
           SELECT SENTNEW-FILE ASSIGN TO 'SENTNEW'.
           SELECT PAYCOMM-FILE ASSIGN TO 'PAYCOMM'.
           SELECT COMMREG-FILE ASSIGN TO 'COMMREG'.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL'.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  ELECT-RECORD.
           COPY ELECMAST.

       FD  MEMBER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MEMBER-RECORD.
           COPY MEMMAST.

       FD  SENTOLD-FILE
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  SENTOLD-RECORD.
           COPY PAYSENT
               REPLACING PSN-MEMBER-ID BY OSN-MEMBER-ID
                         PSN-ELECT-DATE BY OSN-ELECT-DATE
                         PSN-ELECT-TYPE BY OSN-ELECT-TYPE
                         PSN-SENT-DATE BY OSN-SENT-DATE
                         PSN-FIRST-PAY-DATE BY OSN-FIRST-PAY-DATE
                         PSN-MONTHLY-AMT BY OSN-MONTHLY-AMT
                         PSN-SEND-MODE BY OSN-SEND-MODE
                         PSN-SENT BY OSN-SENT
                         PSN-LOADED BY OSN-LOADED.

       FD  SENTNEW-FILE
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  SENTNEW-RECORD.
           COPY PAYSENT.

       FD  PAYCOMM-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  PAYCOMM-RECORD.
           COPY PAYCOMM.

       FD  COMMREG-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  COMMREG-LINE       PIC X(133).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CONTROL-RECORD.
           COPY PAYCARD.

       WORKING-STORAGE SECTION.
       01  WS-ELECT-EOF-SW    PIC X(1) VALUE 'N'.
           88  WS-ELECT-EOF      VALUE 'Y'.

       01  WS-ABORT-SW        PIC X(1) VALUE 'N'.
           88  WS-ABORT          VALUE 'Y'.

       01  WS-MASTER-FOUND-SW PIC X(1) VALUE 'N'.
           88  WS-MASTER-FOUND   VALUE 'Y'.

       01  WS-PRICED-SW       PIC X(1) VALUE 'N'.
           88  WS-PRICED         VALUE 'Y'.

       01  WS-LATE-SW         PIC X(1) VALUE 'N'.
           88  WS-LATE-ELECTION  VALUE 'Y'.

       01  WS-RUN-MODE        PIC X(1) VALUE 'S'.
           88  WS-SEND-RUN       VALUE 'S'.
           88  WS-LOAD-RUN       VALUE 'L'.

       01  WS-SENTOLD-KEY     PIC X(9) VALUE LOW-VALUES.
       01  WS-PREV-SENT-ID    PIC X(9) VALUE LOW-VALUES.
       01  WS-PREV-ELECT-ID   PIC X(9) VALUE LOW-VALUES.

       01  WS-ELECT-READ-COUNT    PIC 9(9) VALUE 0.
       01  WS-SENTOLD-READ-COUNT  PIC 9(9) VALUE 0.
       01  WS-SENTNEW-WRITE-COUNT PIC 9(9) VALUE 0.
       01  WS-ALREADY-SENT-COUNT  PIC 9(9) VALUE 0.
       01  WS-CHANGED-COUNT       PIC 9(9) VALUE 0.
       01  WS-SENT-COUNT          PIC 9(9) VALUE 0.
       01  WS-LOADED-COUNT        PIC 9(9) VALUE 0.
       01  WS-LATE-COUNT          PIC 9(9) VALUE 0.
       01  WS-REJECTED-COUNT      PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT     PIC 9(9) VALUE 0.
       01  WS-DETAIL-COUNT        PIC 9(9) VALUE 0.

       01  WS-AMOUNT-TOTAL    PIC 9(11)V99 VALUE 0.

       01  WS-PARM-AS-OF-DATE PIC 9(8) VALUE 0.
       01  WS-TIME-WORK       PIC 9(8) VALUE 0.
       01  WS-RUN-TIME        PIC 9(6) VALUE 0.

       01  WS-AS-OF-DATE.
           05  WS-AS-OF-CCYY    PIC 9(4).
           05  WS-AS-OF-MM      PIC 9(2).
           05  WS-AS-OF-DD      PIC 9(2).
       01  WS-AS-OF-DATE-NUM REDEFINES WS-AS-OF-DATE PIC 9(8).

       01  WS-ELECT-DATE.
           05  WS-ELC-CCYY      PIC 9(4).
           05  WS-ELC-MM        PIC 9(2).
           05  WS-ELC-DD        PIC 9(2).
       01  WS-ELECT-DATE-NUM REDEFINES WS-ELECT-DATE PIC 9(8).

       01  WS-REJECT-REASON   PIC X(30) VALUE SPACES.

           COPY FRATABLE.

       01  WS-FRA-FOUND-SW    PIC X(1) VALUE 'N'.
           88  WS-FRA-FOUND      VALUE 'Y'.

       01  FRA-IDX             PIC 9(2) VALUE 0.
       01  FRA-ENTRY-COUNT     PIC 9(2) VALUE 13.
       01  W-RET-AGE-YEARS     PIC 9(2) VALUE 0.
       01  W-RET-AGE-MONTHS    PIC 9(2) VALUE 0.
       01  W-DRC-RATE          PIC 9V9  VALUE 0.
       01  W-FRA-TOTAL-MONTHS  PIC 9(4) VALUE 0.

       01  W-BIRTH-DATE.
           05  W-CCYY          PIC 9(4).
           05  W-MM            PIC 9(2).
           05  W-DD            PIC 9(2).
       01  W-BIRTH-DATE-NUM REDEFINES W-BIRTH-DATE PIC 9(8).

       01  W-BIRTH-ABS-MONTH   PIC 9(6) VALUE 0.
       01  W-POINT-AGE-MONTHS  PIC 9(4) VALUE 0.
       01  W-POINT-ABS-MONTH   PIC 9(6) VALUE 0.
       01  W-ELECT-ABS-MONTH   PIC 9(6) VALUE 0.
       01  W-START-ABS-MONTH   PIC 9(6) VALUE 0.
       01  W-START-AGE-MONTHS  PIC 9(4) VALUE 0.
       01  W-PRICE-AGE-MONTHS  PIC 9(4) VALUE 0.
       01  W-START-YEAR        PIC 9(4) VALUE 0.
       01  W-START-MONTH       PIC 9(2) VALUE 0.
       01  W-START-AGE-YEARS   PIC 9(2) VALUE 0.
       01  W-START-AGE-MM      PIC 9(2) VALUE 0.
       01  W-FIRST-PAY-DATE    PIC 9(8) VALUE 0.

       01  W-EARLY-MONTHS      PIC 9(4) VALUE 0.
       01  W-DELAYED-MONTHS    PIC 9(4) VALUE 0.
       01  W-REDUCTION-PCT     PIC 9(3)V9(4) VALUE 0.
       01  W-CREDIT-PCT        PIC 9(3)V9(4) VALUE 0.
       01  W-BASE-BENEFIT      PIC 9(5)V99 VALUE 0.
       01  W-MONTHLY-AMT       PIC 9(5)V99 VALUE 0.

       01  WS-REG-HEADING-1.
           05  FILLER         PIC X(38)
               VALUE 'EBUD21 BENEFIT COMMENCEMENT REGISTER '.
           05  FILLER         PIC X(5)  VALUE 'RUN: '.
           05  RGH-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(1)  VALUE '-'.
           05  RGH-RUN-TIME   PIC 9(6).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RGH-MODE-TEXT  PIC X(40).
           05  FILLER         PIC X(32) VALUE SPACES.

       01  WS-REG-HEADING-2.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER         PIC X(32) VALUE 'MEMBER NAME'.
           05  FILLER         PIC X(5)  VALUE 'TYPE'.
           05  FILLER         PIC X(10) VALUE 'ELECTED'.
           05  FILLER         PIC X(10) VALUE 'FIRST PAY'.
           05  FILLER         PIC X(7)  VALUE 'AGE'.
           05  FILLER         PIC X(12) VALUE '   MONTHLY'.
           05  FILLER         PIC X(30) VALUE 'STATUS'.
           05  FILLER         PIC X(14) VALUE SPACES.

       01  WS-REG-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-MEMBER-ID  PIC X(9).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-MEMBER-NAME PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-ELECT-TYPE PIC X(1).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  RGD-ELECT-DATE PIC 9(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-FIRST-PAY  PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-AGE-YEARS  PIC Z9.
           05  RGD-AGE-SEP    PIC X(1).
           05  RGD-AGE-MM     PIC 99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-MONTHLY    PIC $$$,$$9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-STATUS     PIC X(30).
           05  FILLER         PIC X(14) VALUE SPACES.

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
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-RUN-TIME = WS-TIME-WORK / 100
           PERFORM A050-READ-CONTROL-CARD
           PERFORM A060-ESTABLISH-AS-OF-DATE

           OPEN INPUT  ELECT-FILE
                       MEMBER-FILE
                       SENTOLD-FILE
                OUTPUT SENTNEW-FILE
                       PAYCOMM-FILE
                       COMMREG-FILE

           PERFORM A100-START-REGISTER
           PERFORM A110-WRITE-INTERFACE-HEADER
           PERFORM A140-READ-SENT-HISTORY

           PERFORM UNTIL WS-ELECT-EOF OR WS-ABORT
               READ ELECT-FILE
                   AT END
                       MOVE 'Y' TO WS-ELECT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ELECT-READ-COUNT
                       PERFORM A200-PROCESS-ELECTION
               END-READ
           END-PERFORM

           PERFORM A150-COPY-SENT-HISTORY
               UNTIL WS-SENTOLD-KEY = HIGH-VALUES OR WS-ABORT

           IF NOT WS-ABORT
               PERFORM A120-WRITE-INTERFACE-TRAILER
           END-IF
           PERFORM A700-PRINT-REGISTER-TOTALS

           CLOSE ELECT-FILE
                 MEMBER-FILE
                 SENTOLD-FILE
                 SENTNEW-FILE
                 PAYCOMM-FILE
                 COMMREG-FILE

           PERFORM A900-PRINT-CONTROL-REPORT

           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       A050-READ-CONTROL-CARD SECTION.
           MOVE 0   TO WS-PARM-AS-OF-DATE
           MOVE 'S' TO WS-RUN-MODE

           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   DISPLAY 'NO CONTROL CARD - USING DEFAULTS'
               NOT AT END
                   IF PAY-AS-OF-DATE NUMERIC
                       AND PAY-AS-OF-DATE > 0
                       MOVE PAY-AS-OF-DATE TO WS-PARM-AS-OF-DATE
                       DISPLAY 'AS-OF DATE OVERRIDE FROM CONTROL CARD: '
                           WS-PARM-AS-OF-DATE
                   END-IF
                   IF PAY-LOAD-ONLY
                       MOVE 'L' TO WS-RUN-MODE
                   END-IF
           END-READ
           CLOSE CONTROL-FILE

           IF WS-LOAD-RUN
               DISPLAY 'RUN MODE: CUTOVER LOAD - NOTHING SENT TO '
                   'PAYROLL'
           ELSE
               DISPLAY 'RUN MODE: SEND NEW ELECTIONS TO PAYROLL'
           END-IF.

       A060-ESTABLISH-AS-OF-DATE SECTION.
           IF WS-PARM-AS-OF-DATE > 0
               MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE-NUM
           ELSE
               ACCEPT WS-AS-OF-DATE-NUM FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'AS-OF DATE: ' WS-AS-OF-DATE-NUM.

       A100-START-REGISTER SECTION.
           MOVE WS-AS-OF-DATE-NUM TO RGH-RUN-DATE
           MOVE WS-RUN-TIME       TO RGH-RUN-TIME
           IF WS-LOAD-RUN
               MOVE 'CUTOVER LOAD - NOTHING SENT TO PAYROLL'
                   TO RGH-MODE-TEXT
           ELSE
               MOVE 'NEW ELECTIONS SENT TO PAYROLL'
                   TO RGH-MODE-TEXT
           END-IF
           WRITE COMMREG-LINE FROM WS-REG-HEADING-1
               AFTER ADVANCING PAGE
           WRITE COMMREG-LINE FROM WS-REG-HEADING-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO COMMREG-LINE
           WRITE COMMREG-LINE AFTER ADVANCING 1 LINE.

       A110-WRITE-INTERFACE-HEADER SECTION.
           MOVE SPACES            TO PAYCOMM-RECORD
           MOVE 'HDR'             TO PCI-RECORD-TYPE
           MOVE WS-AS-OF-DATE-NUM TO PCH-CREATE-DATE
           MOVE WS-RUN-TIME       TO PCH-CREATE-TIME
           MOVE 'EBUD21'          TO PCH-SOURCE-SYSTEM
           WRITE PAYCOMM-RECORD.

       A120-WRITE-INTERFACE-TRAILER SECTION.
           MOVE SPACES            TO PAYCOMM-RECORD
           MOVE 'TRL'             TO PCI-RECORD-TYPE
           MOVE WS-DETAIL-COUNT   TO PCT-DETAIL-COUNT
           MOVE WS-AMOUNT-TOTAL   TO PCT-AMOUNT-TOTAL
           WRITE PAYCOMM-RECORD.

       A140-READ-SENT-HISTORY SECTION.
           READ SENTOLD-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SENTOLD-KEY
               NOT AT END
                   ADD 1 TO WS-SENTOLD-READ-COUNT
                   IF OSN-MEMBER-ID NOT > WS-PREV-SENT-ID
                       DISPLAY 'SENT HISTORY OUT OF SEQUENCE AT '
                           'MEMBER: ' OSN-MEMBER-ID
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE HIGH-VALUES TO WS-SENTOLD-KEY
                   ELSE
                       MOVE OSN-MEMBER-ID TO WS-SENTOLD-KEY
                       MOVE OSN-MEMBER-ID TO WS-PREV-SENT-ID
                   END-IF
           END-READ.

       A150-COPY-SENT-HISTORY SECTION.
           MOVE SENTOLD-RECORD TO SENTNEW-RECORD
           WRITE SENTNEW-RECORD
           ADD 1 TO WS-SENTNEW-WRITE-COUNT
           PERFORM A140-READ-SENT-HISTORY.

       A200-PROCESS-ELECTION SECTION.
           MOVE ELC-MEMBER-ID  TO RGD-MEMBER-ID
           MOVE SPACES         TO RGD-MEMBER-NAME
           MOVE ELC-ELECT-TYPE TO RGD-ELECT-TYPE
           MOVE ELC-ELECT-DATE TO RGD-ELECT-DATE
           MOVE SPACES         TO RGD-FIRST-PAY
           MOVE 0              TO RGD-AGE-YEARS
           MOVE SPACE          TO RGD-AGE-SEP
           MOVE 0              TO RGD-AGE-MM
           MOVE 0              TO RGD-MONTHLY

           IF ELC-MEMBER-ID < WS-PREV-ELECT-ID
               DISPLAY 'ELECTION FILE OUT OF SEQUENCE AT MEMBER: '
                   ELC-MEMBER-ID
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
           IF ELC-MEMBER-ID = WS-PREV-ELECT-ID
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE 'DUPLICATE - IGNORED' TO RGD-STATUS
               PERFORM A600-WRITE-REGISTER-LINE
           ELSE
               MOVE ELC-MEMBER-ID TO WS-PREV-ELECT-ID
               PERFORM A150-COPY-SENT-HISTORY
                   UNTIL WS-SENTOLD-KEY NOT < ELC-MEMBER-ID
                      OR WS-ABORT
               IF WS-SENTOLD-KEY = ELC-MEMBER-ID
                   PERFORM A210-CHECK-ALREADY-SENT
                   PERFORM A150-COPY-SENT-HISTORY
               ELSE
               IF NOT WS-ABORT
                   PERFORM A300-PRICE-NEW-ELECTION
               END-IF
               END-IF
           END-IF
           END-IF.

       A210-CHECK-ALREADY-SENT SECTION.
           IF OSN-ELECT-DATE = ELC-ELECT-DATE
              AND OSN-ELECT-TYPE = ELC-ELECT-TYPE
               ADD 1 TO WS-ALREADY-SENT-COUNT
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               MOVE OSN-FIRST-PAY-DATE TO RGD-FIRST-PAY
               MOVE OSN-MONTHLY-AMT    TO RGD-MONTHLY
               MOVE 'CHANGED AFTER SEND - REFER' TO RGD-STATUS
               PERFORM A600-WRITE-REGISTER-LINE
           END-IF.

       A300-PRICE-NEW-ELECTION SECTION.
           MOVE 'N'    TO WS-PRICED-SW
           MOVE SPACES TO WS-REJECT-REASON

           MOVE ELC-MEMBER-ID TO MST-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ

           IF NOT WS-MASTER-FOUND
               MOVE 'MEMBER NOT ON MASTER' TO WS-REJECT-REASON
           ELSE
               MOVE MST-MEMBER-NAME TO RGD-MEMBER-NAME
               IF MST-INACTIVE
                   MOVE 'MEMBER INACTIVE' TO WS-REJECT-REASON
               ELSE
               IF MST-DECEASED
                   MOVE 'MEMBER DECEASED' TO WS-REJECT-REASON
               ELSE
               IF NOT ELC-TYPE-EARLY
                  AND NOT ELC-TYPE-FULL
                  AND NOT ELC-TYPE-DELAYED
                   MOVE 'INVALID ELECTION TYPE' TO WS-REJECT-REASON
               ELSE
               IF MST-BIRTH-DATE NOT NUMERIC
                  OR MST-BIRTH-CCYY = 0
                   MOVE 'NO BIRTH DATE ON MASTER' TO WS-REJECT-REASON
               ELSE
               IF MST-BASE-BENEFIT NOT NUMERIC
                  OR MST-BASE-BENEFIT = 0
                   MOVE 'NO BASE BENEFIT ON MASTER'
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM A310-COMPUTE-START-MONTH
                   PERFORM A350-PRICE-FIRST-PAYMENT
                   MOVE 'Y' TO WS-PRICED-SW
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF

           IF WS-PRICED
               PERFORM A400-SEND-ELECTION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-REJECT-REASON TO RGD-STATUS
               PERFORM A600-WRITE-REGISTER-LINE
           END-IF.

       A310-COMPUTE-START-MONTH SECTION.
           MOVE MST-BIRTH-CCYY TO W-CCYY
           MOVE MST-BIRTH-MM   TO W-MM
           MOVE MST-BIRTH-DD   TO W-DD

           MOVE 'N' TO WS-FRA-FOUND-SW
           PERFORM A312-LOOKUP-FRA-ENTRY
               VARYING FRA-IDX FROM 1 BY 1
               UNTIL FRA-IDX > FRA-ENTRY-COUNT OR WS-FRA-FOUND

           COMPUTE W-FRA-TOTAL-MONTHS =
               W-RET-AGE-YEARS * 12 + W-RET-AGE-MONTHS

           EVALUATE TRUE
               WHEN ELC-TYPE-EARLY
                   MOVE 744                TO W-POINT-AGE-MONTHS
               WHEN ELC-TYPE-FULL
                   MOVE W-FRA-TOTAL-MONTHS TO W-POINT-AGE-MONTHS
               WHEN OTHER
                   MOVE 840                TO W-POINT-AGE-MONTHS
           END-EVALUATE

           COMPUTE W-BIRTH-ABS-MONTH = W-CCYY * 12 + W-MM - 1
           COMPUTE W-POINT-ABS-MONTH =
               W-BIRTH-ABS-MONTH + W-POINT-AGE-MONTHS
           MOVE W-POINT-ABS-MONTH TO W-START-ABS-MONTH
           MOVE 'N' TO WS-LATE-SW

           MOVE ELC-ELECT-DATE TO WS-ELECT-DATE-NUM
           IF ELC-ELECT-DATE NUMERIC
              AND WS-ELC-CCYY > 0
              AND WS-ELC-MM > 0 AND WS-ELC-MM < 13
               COMPUTE W-ELECT-ABS-MONTH =
                   WS-ELC-CCYY * 12 + WS-ELC-MM - 1
               IF W-ELECT-ABS-MONTH > W-POINT-ABS-MONTH
                   MOVE W-ELECT-ABS-MONTH TO W-START-ABS-MONTH
                   MOVE 'Y' TO WS-LATE-SW
               END-IF
           END-IF

           COMPUTE W-START-AGE-MONTHS =
               W-START-ABS-MONTH - W-BIRTH-ABS-MONTH
           COMPUTE W-START-YEAR  = W-START-ABS-MONTH / 12
           COMPUTE W-START-MONTH =
               W-START-ABS-MONTH - (W-START-YEAR * 12) + 1
           COMPUTE W-FIRST-PAY-DATE =
               W-START-YEAR * 10000 + W-START-MONTH * 100 + 1
           COMPUTE W-START-AGE-YEARS = W-START-AGE-MONTHS / 12
           COMPUTE W-START-AGE-MM =
               W-START-AGE-MONTHS - (W-START-AGE-YEARS * 12).

       A312-LOOKUP-FRA-ENTRY SECTION.
           IF W-CCYY >= FRA-LOW-YEAR(FRA-IDX)
              AND W-CCYY <= FRA-HIGH-YEAR(FRA-IDX)
              MOVE FRA-AGE-YEARS(FRA-IDX)  TO W-RET-AGE-YEARS
              MOVE FRA-AGE-MONTHS(FRA-IDX) TO W-RET-AGE-MONTHS
              MOVE FRA-DRC-RATE(FRA-IDX)   TO W-DRC-RATE
              MOVE 'Y' TO WS-FRA-FOUND-SW
           END-IF.

       A350-PRICE-FIRST-PAYMENT SECTION.
           MOVE MST-BASE-BENEFIT TO W-BASE-BENEFIT
           MOVE 0 TO W-EARLY-MONTHS
           MOVE 0 TO W-DELAYED-MONTHS
           MOVE 0 TO W-REDUCTION-PCT
           MOVE 0 TO W-CREDIT-PCT

           IF W-START-AGE-MONTHS > 840
               MOVE 840 TO W-PRICE-AGE-MONTHS
           ELSE
               MOVE W-START-AGE-MONTHS TO W-PRICE-AGE-MONTHS
           END-IF

           IF W-PRICE-AGE-MONTHS < W-FRA-TOTAL-MONTHS
               COMPUTE W-EARLY-MONTHS =
                   W-FRA-TOTAL-MONTHS - W-PRICE-AGE-MONTHS
               IF W-EARLY-MONTHS > 36
                   COMPUTE W-REDUCTION-PCT =
                       (36 * 5 / 9) + ((W-EARLY-MONTHS - 36) * 5 / 12)
               ELSE
                   COMPUTE W-REDUCTION-PCT = W-EARLY-MONTHS * 5 / 9
               END-IF
               COMPUTE W-MONTHLY-AMT ROUNDED =
                   W-BASE-BENEFIT * (100 - W-REDUCTION-PCT) / 100
           ELSE
               COMPUTE W-DELAYED-MONTHS =
                   W-PRICE-AGE-MONTHS - W-FRA-TOTAL-MONTHS
               COMPUTE W-CREDIT-PCT =
                   W-DELAYED-MONTHS * W-DRC-RATE / 12
               COMPUTE W-MONTHLY-AMT ROUNDED =
                   W-BASE-BENEFIT * (100 + W-CREDIT-PCT) / 100
           END-IF.

       A400-SEND-ELECTION SECTION.
           MOVE W-FIRST-PAY-DATE  TO RGD-FIRST-PAY
           MOVE W-START-AGE-YEARS TO RGD-AGE-YEARS
           MOVE '/'               TO RGD-AGE-SEP
           MOVE W-START-AGE-MM    TO RGD-AGE-MM
           MOVE W-MONTHLY-AMT     TO RGD-MONTHLY

           MOVE SPACES             TO SENTNEW-RECORD
           MOVE ELC-MEMBER-ID      TO PSN-MEMBER-ID
           MOVE ELC-ELECT-DATE     TO PSN-ELECT-DATE
           MOVE ELC-ELECT-TYPE     TO PSN-ELECT-TYPE
           MOVE WS-AS-OF-DATE-NUM  TO PSN-SENT-DATE
           MOVE W-FIRST-PAY-DATE   TO PSN-FIRST-PAY-DATE
           MOVE W-MONTHLY-AMT      TO PSN-MONTHLY-AMT

           IF WS-LOAD-RUN
               MOVE 'L' TO PSN-SEND-MODE
               ADD 1 TO WS-LOADED-COUNT
               MOVE 'LOADED AT CUTOVER - NOT SENT' TO RGD-STATUS
           ELSE
               MOVE 'S' TO PSN-SEND-MODE
               PERFORM A410-WRITE-INTERFACE-DETAIL
               ADD 1 TO WS-SENT-COUNT
               IF WS-LATE-ELECTION
                   ADD 1 TO WS-LATE-COUNT
                   MOVE 'SENT - STARTS AT ELECTION DATE'
                       TO RGD-STATUS
               ELSE
                   MOVE 'SENT TO PAYROLL' TO RGD-STATUS
               END-IF
           END-IF

           WRITE SENTNEW-RECORD
           ADD 1 TO WS-SENTNEW-WRITE-COUNT
           PERFORM A600-WRITE-REGISTER-LINE.

       A410-WRITE-INTERFACE-DETAIL SECTION.
           MOVE SPACES            TO PAYCOMM-RECORD
           MOVE 'DTL'             TO PCI-RECORD-TYPE
           MOVE ELC-MEMBER-ID     TO PCD-MEMBER-ID
           MOVE MST-MEMBER-NAME   TO PCD-MEMBER-NAME
           MOVE W-BIRTH-DATE-NUM  TO PCD-BIRTH-DATE
           MOVE ELC-ELECT-TYPE    TO PCD-ELECT-TYPE
           MOVE ELC-ELECT-DATE    TO PCD-ELECT-DATE
           MOVE ELC-DATE-FILED    TO PCD-DATE-FILED
           MOVE W-FIRST-PAY-DATE  TO PCD-FIRST-PAY-DATE
           MOVE W-MONTHLY-AMT     TO PCD-MONTHLY-AMT
           MOVE W-BASE-BENEFIT    TO PCD-BASE-BENEFIT
           MOVE W-START-AGE-YEARS TO PCD-START-AGE-YEARS
           MOVE W-START-AGE-MM    TO PCD-START-AGE-MONTHS
           WRITE PAYCOMM-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD W-MONTHLY-AMT TO WS-AMOUNT-TOTAL.

       A600-WRITE-REGISTER-LINE SECTION.
           WRITE COMMREG-LINE FROM WS-REG-DETAIL
               AFTER ADVANCING 1 LINE.

       A700-PRINT-REGISTER-TOTALS SECTION.
           MOVE 'ELECTIONS READ          : ' TO RGT-LABEL
           MOVE WS-ELECT-READ-COUNT          TO RGT-COUNT
           WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ALREADY SENT - SKIPPED  : ' TO RGT-LABEL
           MOVE WS-ALREADY-SENT-COUNT        TO RGT-COUNT
           WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SENT TO PAYROLL         : ' TO RGT-LABEL
           MOVE WS-SENT-COUNT                TO RGT-COUNT
           WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  STARTING AFTER POINT  : ' TO RGT-LABEL
           MOVE WS-LATE-COUNT                TO RGT-COUNT
           WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-LOAD-RUN
               MOVE 'LOADED AT CUTOVER       : ' TO RGT-LABEL
               MOVE WS-LOADED-COUNT              TO RGT-COUNT
               WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'REJECTED - NOT SENT     : ' TO RGT-LABEL
           MOVE WS-REJECTED-COUNT            TO RGT-COUNT
           WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CHANGED AFTER SEND      : ' TO RGT-LABEL
           MOVE WS-CHANGED-COUNT             TO RGT-COUNT
           WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DUPLICATES IGNORED      : ' TO RGT-LABEL
           MOVE WS-DUPLICATE-COUNT           TO RGT-COUNT
           WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INTERFACE DETAIL RECORDS: ' TO RGT-LABEL
           MOVE WS-DETAIL-COUNT              TO RGT-COUNT
           WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'INTERFACE MONTHLY TOTAL : ' TO RGA-LABEL
           MOVE WS-AMOUNT-TOTAL              TO RGA-AMOUNT
           WRITE COMMREG-LINE FROM WS-REG-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-ABORT
               MOVE '*** RUN ABORTED - NO TRL ' TO RGT-LABEL
               MOVE WS-ELECT-READ-COUNT          TO RGT-COUNT
               WRITE COMMREG-LINE FROM WS-REG-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       A900-PRINT-CONTROL-REPORT SECTION.
           DISPLAY '=========================================='
           DISPLAY 'EBUD21 BENEFIT COMMENCEMENT CONTROL REPORT'
           DISPLAY '  ELECTIONS READ     : ' WS-ELECT-READ-COUNT
           DISPLAY '  HISTORY RECS READ  : ' WS-SENTOLD-READ-COUNT
           DISPLAY '  HISTORY RECS WRITE : ' WS-SENTNEW-WRITE-COUNT
           DISPLAY '  ALREADY SENT       : ' WS-ALREADY-SENT-COUNT
           DISPLAY '  SENT TO PAYROLL    : ' WS-SENT-COUNT
           DISPLAY '  LOADED AT CUTOVER  : ' WS-LOADED-COUNT
           DISPLAY '  REJECTED           : ' WS-REJECTED-COUNT
           DISPLAY '  CHANGED AFTER SEND : ' WS-CHANGED-COUNT
           DISPLAY '  DUPLICATES IGNORED : ' WS-DUPLICATE-COUNT
           DISPLAY '  INTERFACE DETAILS  : ' WS-DETAIL-COUNT
           DISPLAY '  INTERFACE TOTAL    : ' WS-AMOUNT-TOTAL
           IF WS-ABORT
               DISPLAY '  *** RUN ABORTED - INTERFACE HAS NO TRAILER '
                   'AND THE HISTORY IS NOT TO BE REPLACED ***'
           END-IF
           DISPLAY '=========================================='.
