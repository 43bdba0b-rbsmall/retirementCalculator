       ID DIVISION.
       PROGRAM-ID. EBUD16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-FILE ASSIGN TO 'ADDRESS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-MEMBER-ID.
           SELECT MEMBER-FILE  ASSIGN TO 'MEMBER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-MEMBER-ID.
           SELECT ADRTRAN-FILE ASSIGN TO 'ADRTRAN'.
           SELECT ADRREG-FILE  ASSIGN TO 'ADRREG'.
           SELECT BADADDR-FILE ASSIGN TO 'BADADDR'.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL'.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-FILE
           RECORD CONTAINS 150 CHARACTERS.

       01  ADDRESS-RECORD.
           COPY ADDRMAST.

       FD  MEMBER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MEMBER-RECORD.
           COPY MEMMAST.

       FD  ADRTRAN-FILE
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  ADRTRAN-RECORD.
           COPY ADRTRAN.

       FD  ADRREG-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  ADRREG-LINE        PIC X(133).

       FD  BADADDR-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  BADADDR-LINE       PIC X(133).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CONTROL-RECORD.
           COPY CTLCARD.

       WORKING-STORAGE SECTION.
       01  WS-ADRTRAN-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-ADRTRAN-EOF    VALUE 'Y'.

       01  WS-ADDRESS-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-ADDRESS-EOF    VALUE 'Y'.

       01  WS-ADDRESS-FOUND-SW PIC X(1) VALUE 'N'.
           88  WS-ADDRESS-FOUND  VALUE 'Y'.

       01  WS-MASTER-FOUND-SW PIC X(1) VALUE 'N'.
           88  WS-MASTER-FOUND   VALUE 'Y'.

       01  WS-ADDRESS-COMPLETE-SW PIC X(1) VALUE 'N'.
           88  WS-ADDRESS-COMPLETE VALUE 'Y'.

       01  WS-REWRITE-OK-SW   PIC X(1) VALUE 'N'.
           88  WS-REWRITE-OK     VALUE 'Y'.

       01  WS-SLOT-FOUND-SW   PIC X(1) VALUE 'N'.
           88  WS-SLOT-FOUND     VALUE 'Y'.

       01  WS-ABORT-SW        PIC X(1) VALUE 'N'.
           88  WS-ABORT          VALUE 'Y'.

       01  WS-TRAN-READ-COUNT     PIC 9(9) VALUE 0.
       01  WS-ADDED-COUNT         PIC 9(9) VALUE 0.
       01  WS-CHANGED-COUNT       PIC 9(9) VALUE 0.
       01  WS-RELEASED-COUNT      PIC 9(9) VALUE 0.
       01  WS-UNDELIVERABLE-COUNT PIC 9(9) VALUE 0.
       01  WS-TRAN-ERROR-COUNT    PIC 9(9) VALUE 0.
       01  WS-ADDRESS-READ-COUNT  PIC 9(9) VALUE 0.
       01  WS-PIECES-HELD-TOTAL   PIC 9(9) VALUE 0.
       01  WS-FRA-PASSED-COUNT    PIC 9(9) VALUE 0.
       01  WS-URGENT-COUNT        PIC 9(9) VALUE 0.
       01  WS-HIGH-COUNT          PIC 9(9) VALUE 0.
       01  WS-NO-MASTER-COUNT     PIC 9(9) VALUE 0.

       01  WS-RUN-DATE        PIC 9(8) VALUE 0.
       01  WS-TIME-WORK       PIC 9(8) VALUE 0.
       01  WS-RUN-TIME        PIC 9(6) VALUE 0.
       01  WS-PARM-AS-OF-DATE PIC 9(8) VALUE 0.

       01  WS-AS-OF-DATE.
           05  WS-AS-OF-CCYY    PIC 9(4).
           05  WS-AS-OF-MM      PIC 9(2).
           05  WS-AS-OF-DD      PIC 9(2).
       01  WS-AS-OF-DATE-NUM REDEFINES WS-AS-OF-DATE PIC 9(8).

       01  WS-RETURNED-DATE.
           05  WS-RTN-CCYY      PIC 9(4).
           05  WS-RTN-MM        PIC 9(2).
           05  WS-RTN-DD        PIC 9(2).
       01  WS-RETURNED-DATE-NUM REDEFINES WS-RETURNED-DATE PIC 9(8).

       01  WS-APPLIED-NOTE    PIC X(30) VALUE SPACES.

           COPY FRATABLE.

       01  WS-FRA-FOUND-SW    PIC X(1) VALUE 'N'.
           88  WS-FRA-FOUND      VALUE 'Y'.

       01  FRA-IDX             PIC 9(2) VALUE 0.
       01  FRA-ENTRY-COUNT     PIC 9(2) VALUE 13.
       01  W-RET-AGE-YEARS     PIC 9(2) VALUE 0.
       01  W-RET-AGE-MONTHS    PIC 9(2) VALUE 0.
       01  W-RET-TOTAL-MONTHS  PIC 9(6) VALUE 0.
       01  W-RET-CALC-YEAR     PIC 9(4) VALUE 0.
       01  W-RET-CALC-MONTH    PIC 9(2) VALUE 0.
       01  W-DRC-RATE          PIC 9V9  VALUE 0.

       01  W-BIRTH-DATE.
           05  W-CCYY          PIC 9(4).
           05  W-MM            PIC 9(2).
           05  W-DD            PIC 9(2).

       01  WS-BAD-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-BAD-COUNT       PIC 9(5) VALUE 0.
       01  WS-BAD-SCAN        PIC 9(5) VALUE 0.

       01  WS-NEW-BAD-ENTRY.
           05  NBE-SORT-KEY.
               10  NBE-FRA-YYYYMM      PIC 9(6).
               10  NBE-MEMBER-ID       PIC X(9).
           05  NBE-MEMBER-NAME     PIC X(30).
           05  NBE-RETURNED-DATE   PIC 9(8).
           05  NBE-HELD-COUNT      PIC 9(5).
           05  NBE-FIRST-HELD-DATE PIC 9(8).
           05  NBE-LAST-HELD-DATE  PIC 9(8).
           05  NBE-MONTHS-HELD     PIC 9(5).
           05  NBE-FRA-DATE        PIC 9(8).
           05  NBE-MONTHS-TO-FRA   PIC S9(5).
           05  NBE-PRIORITY        PIC X(12).

       01  WS-BAD-ADDRESS-TABLE.
           05  WS-BAD-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-BAD-COUNT.
               10  BDT-SORT-KEY.
                   15  BDT-FRA-YYYYMM      PIC 9(6).
                   15  BDT-MEMBER-ID       PIC X(9).
               10  BDT-MEMBER-NAME     PIC X(30).
               10  BDT-RETURNED-DATE   PIC 9(8).
               10  BDT-HELD-COUNT      PIC 9(5).
               10  BDT-FIRST-HELD-DATE PIC 9(8).
               10  BDT-LAST-HELD-DATE  PIC 9(8).
               10  BDT-MONTHS-HELD     PIC 9(5).
               10  BDT-FRA-DATE        PIC 9(8).
               10  BDT-MONTHS-TO-FRA   PIC S9(5).
               10  BDT-PRIORITY        PIC X(12).

       01  WS-MONTHS-WORK     PIC S9(7) VALUE 0.

       01  WS-REG-HEADING-1.
           05  FILLER         PIC X(38)
               VALUE 'EBUD16 ADDRESS MAINTENANCE REGISTER  '.
           05  FILLER         PIC X(5)  VALUE 'RUN: '.
           05  RGH-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(1)  VALUE '-'.
           05  RGH-RUN-TIME   PIC 9(6).
           05  FILLER         PIC X(75) VALUE SPACES.

       01  WS-REG-HEADING-2.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(8)  VALUE 'ACTION'.
           05  FILLER         PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER         PIC X(10) VALUE 'ORIGIN'.
           05  FILLER         PIC X(10) VALUE 'STATUS'.
           05  FILLER         PIC X(30) VALUE 'REASON'.
           05  FILLER         PIC X(62) VALUE SPACES.

       01  WS-REG-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-ACTION     PIC X(1).
           05  FILLER         PIC X(7)  VALUE SPACES.
           05  RGD-MEMBER-ID  PIC X(9).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-ORIGIN     PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-STATUS     PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-REASON     PIC X(30).
           05  FILLER         PIC X(62) VALUE SPACES.

       01  WS-REG-TOTAL-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGT-LABEL      PIC X(22).
           05  RGT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(98) VALUE SPACES.

       01  WS-BAD-HEADING-1.
           05  FILLER PIC X(40)
               VALUE 'EBUD16 UNDELIVERABLE ADDRESS REPORT     '.
           05  FILLER PIC X(7)  VALUE 'AS OF: '.
           05  BAH-AS-OF-DATE PIC 9(8).
           05  FILLER PIC X(78) VALUE SPACES.

       01  WS-BAD-HEADING-2.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(45)
               VALUE 'MAIL IS BEING HELD FOR THESE MEMBERS. NEAREST'.
           05  FILLER PIC X(45)
               VALUE ' FULL RETIREMENT DATE FIRST - GET A CURRENT'.
           05  FILLER PIC X(41)
               VALUE ' ADDRESS BEFORE THE DATE PASSES.'.

       01  WS-BAD-HEADING-3.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER PIC X(32) VALUE 'MEMBER NAME'.
           05  FILLER PIC X(10) VALUE 'RETURNED'.
           05  FILLER PIC X(8)  VALUE 'PIECES'.
           05  FILLER PIC X(10) VALUE 'FIRST HELD'.
           05  FILLER PIC X(10) VALUE 'LAST HELD'.
           05  FILLER PIC X(7)  VALUE 'MONTHS'.
           05  FILLER PIC X(10) VALUE 'FULL RET'.
           05  FILLER PIC X(7)  VALUE 'TO FRA'.
           05  FILLER PIC X(12) VALUE 'PRIORITY'.
           05  FILLER PIC X(14) VALUE SPACES.

       01  WS-BAD-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-MEMBER-ID      PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-MEMBER-NAME    PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-RETURNED-DATE  PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-HELD-COUNT     PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-FIRST-HELD     PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-LAST-HELD      PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-MONTHS-HELD    PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-FRA-DATE       PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-MONTHS-TO-FRA  PIC -ZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAD-PRIORITY       PIC X(12).
           05  FILLER             PIC X(14) VALUE SPACES.

       01  WS-BAD-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  BAT-LABEL          PIC X(26).
           05  BAT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-RUN-TIME = WS-TIME-WORK / 100
           PERFORM A050-READ-CONTROL-CARD
           PERFORM A060-ESTABLISH-AS-OF-DATE

           OPEN I-O    ADDRESS-FILE
           OPEN INPUT  MEMBER-FILE
                       ADRTRAN-FILE
           OPEN OUTPUT ADRREG-FILE
                       BADADDR-FILE

           PERFORM A100-START-REGISTER

           PERFORM UNTIL WS-ADRTRAN-EOF
               READ ADRTRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-ADRTRAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-TRAN-READ-COUNT
                       PERFORM A200-APPLY-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM A700-PRINT-REGISTER-TOTALS

           CLOSE ADDRESS-FILE
                 ADRTRAN-FILE
                 ADRREG-FILE

           OPEN INPUT ADDRESS-FILE
           PERFORM A800-LOAD-BAD-ADDRESSES
           IF NOT WS-ABORT
               PERFORM A850-PRINT-BAD-ADDRESS-REPORT
           END-IF

           CLOSE ADDRESS-FILE
                 MEMBER-FILE
                 BADADDR-FILE

           PERFORM A900-PRINT-CONTROL-REPORT

           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       A050-READ-CONTROL-CARD SECTION.
           MOVE 0 TO WS-PARM-AS-OF-DATE

           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   DISPLAY 'NO CONTROL CARD - USING TODAYS DATE'
               NOT AT END
                   IF CTL-AS-OF-DATE NUMERIC
                      AND CTL-AS-OF-DATE > 0
                       MOVE CTL-AS-OF-DATE TO WS-PARM-AS-OF-DATE
                       DISPLAY 'AS-OF DATE OVERRIDE FROM CONTROL '
                           'CARD: ' WS-PARM-AS-OF-DATE
                   END-IF
           END-READ
           CLOSE CONTROL-FILE.

       A060-ESTABLISH-AS-OF-DATE SECTION.
           IF WS-PARM-AS-OF-DATE > 0
               MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE-NUM
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE-NUM
           END-IF
           DISPLAY 'AS-OF DATE: ' WS-AS-OF-DATE-NUM.

       A100-START-REGISTER SECTION.
           MOVE WS-RUN-DATE TO RGH-RUN-DATE
           MOVE WS-RUN-TIME TO RGH-RUN-TIME
           WRITE ADRREG-LINE FROM WS-REG-HEADING-1
               AFTER ADVANCING PAGE
           WRITE ADRREG-LINE FROM WS-REG-HEADING-2
               AFTER ADVANCING 2 LINES.

       A200-APPLY-TRANSACTION SECTION.
           IF ATR-MEMBER-ID = SPACES
               DISPLAY 'TRANSACTION WITH BLANK MEMBER ID REJECTED'
               MOVE 'BLANK MEMBER ID' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               PERFORM A210-READ-ADDRESS
               EVALUATE TRUE
                   WHEN ATR-ADD
                       PERFORM A300-ADD-ADDRESS
                   WHEN ATR-CHANGE
                       PERFORM A310-CHANGE-ADDRESS
                   WHEN ATR-UNDELIVERABLE
                       PERFORM A320-MARK-UNDELIVERABLE
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION CODE ' ATR-ACTION
                           ' FOR MEMBER: ' ATR-MEMBER-ID
                       MOVE 'INVALID ACTION CODE' TO RGD-REASON
                       PERFORM A610-REGISTER-REJECT
               END-EVALUATE
           END-IF.

       A210-READ-ADDRESS SECTION.
           MOVE ATR-MEMBER-ID TO ADR-MEMBER-ID
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ADDRESS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADDRESS-FOUND-SW
           END-READ.

       A220-READ-MASTER SECTION.
           MOVE ATR-MEMBER-ID TO MST-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ.

       A230-EDIT-ADDRESS SECTION.
           IF ATR-LINE-1 NOT = SPACES
              AND ATR-CITY NOT = SPACES
              AND ATR-STATE NOT = SPACES
              AND ATR-ZIP NOT = SPACES
               MOVE 'Y' TO WS-ADDRESS-COMPLETE-SW
           ELSE
               MOVE 'N' TO WS-ADDRESS-COMPLETE-SW
           END-IF.

       A300-ADD-ADDRESS SECTION.
           PERFORM A220-READ-MASTER
           PERFORM A230-EDIT-ADDRESS
           IF WS-ADDRESS-FOUND
               DISPLAY 'ADD FOR EXISTING ADDRESS REJECTED: '
                   ATR-MEMBER-ID
               MOVE 'ADDRESS ALREADY ON FILE' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF NOT WS-MASTER-FOUND
               DISPLAY 'ADDRESS FOR UNKNOWN MEMBER REJECTED: '
                   ATR-MEMBER-ID
               MOVE 'MEMBER NOT ON MASTER' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF NOT WS-ADDRESS-COMPLETE
               DISPLAY 'ADD WITH INCOMPLETE ADDRESS REJECTED: '
                   ATR-MEMBER-ID
               MOVE 'MISSING ADDRESS LINE/CITY/ZIP' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               MOVE SPACES        TO ADDRESS-RECORD
               MOVE ATR-MEMBER-ID TO ADR-MEMBER-ID
               PERFORM A400-MOVE-ADDRESS-LINES
               PERFORM A410-CLEAR-HOLD
               MOVE 'G'           TO ADR-STATUS
               MOVE WS-RUN-DATE   TO ADR-MAINT-DATE
               MOVE ATR-ORIGIN    TO ADR-ORIGIN
               WRITE ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY 'ADD FAILED ON ADDRESS WRITE: '
                           ATR-MEMBER-ID
                       MOVE 'ADDRESS WRITE FAILED' TO RGD-REASON
                       PERFORM A610-REGISTER-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       PERFORM A600-REGISTER-APPLIED
               END-WRITE
           END-IF
           END-IF
           END-IF.

       A310-CHANGE-ADDRESS SECTION.
           PERFORM A230-EDIT-ADDRESS
           IF NOT WS-ADDRESS-FOUND
               DISPLAY 'CHANGE FOR UNKNOWN ADDRESS REJECTED: '
                   ATR-MEMBER-ID
               MOVE 'NO ADDRESS ON FILE' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF NOT WS-ADDRESS-COMPLETE
               DISPLAY 'CHANGE WITH INCOMPLETE ADDRESS REJECTED: '
                   ATR-MEMBER-ID
               MOVE 'MISSING ADDRESS LINE/CITY/ZIP' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               IF ADR-UNDELIVERABLE
                   MOVE 'HELD MAIL RELEASED' TO WS-APPLIED-NOTE
               END-IF
               PERFORM A400-MOVE-ADDRESS-LINES
               PERFORM A410-CLEAR-HOLD
               MOVE 'G'         TO ADR-STATUS
               MOVE WS-RUN-DATE TO ADR-MAINT-DATE
               MOVE ATR-ORIGIN  TO ADR-ORIGIN
               PERFORM A450-REWRITE-ADDRESS
               IF WS-REWRITE-OK
                   ADD 1 TO WS-CHANGED-COUNT
                   IF WS-APPLIED-NOTE NOT = SPACES
                       ADD 1 TO WS-RELEASED-COUNT
                   END-IF
                   PERFORM A600-REGISTER-APPLIED
               END-IF
           END-IF
           END-IF
           MOVE SPACES TO WS-APPLIED-NOTE.

       A320-MARK-UNDELIVERABLE SECTION.
           IF NOT WS-ADDRESS-FOUND
               DISPLAY 'RETURNED MAIL FOR UNKNOWN ADDRESS REJECTED: '
                   ATR-MEMBER-ID
               MOVE 'NO ADDRESS ON FILE' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF ADR-UNDELIVERABLE
               DISPLAY 'ADDRESS ALREADY UNDELIVERABLE FOR MEMBER: '
                   ATR-MEMBER-ID
               MOVE 'ALREADY MARKED UNDELIVERABLE' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF ATR-RETURNED-DATE NUMERIC
              AND ATR-RETURNED-DATE > WS-RUN-DATE
               DISPLAY 'INVALID RETURNED DATE ' ATR-RETURNED-DATE
                   ' FOR MEMBER: ' ATR-MEMBER-ID
               MOVE 'INVALID RETURNED DATE' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               IF ATR-RETURNED-DATE NUMERIC
                  AND ATR-RETURNED-DATE > 0
                   MOVE ATR-RETURNED-DATE TO ADR-RETURNED-DATE
               ELSE
                   MOVE WS-RUN-DATE TO ADR-RETURNED-DATE
               END-IF
               MOVE 'U'         TO ADR-STATUS
               MOVE 0           TO ADR-HELD-COUNT
               MOVE 0           TO ADR-FIRST-HELD-DATE
               MOVE 0           TO ADR-LAST-HELD-DATE
               MOVE WS-RUN-DATE TO ADR-MAINT-DATE
               MOVE ATR-ORIGIN  TO ADR-ORIGIN
               PERFORM A450-REWRITE-ADDRESS
               IF WS-REWRITE-OK
                   ADD 1 TO WS-UNDELIVERABLE-COUNT
                   PERFORM A600-REGISTER-APPLIED
               END-IF
           END-IF
           END-IF
           END-IF.

       A400-MOVE-ADDRESS-LINES SECTION.
           MOVE ATR-LINE-1 TO ADR-LINE-1
           MOVE ATR-LINE-2 TO ADR-LINE-2
           MOVE ATR-CITY   TO ADR-CITY
           MOVE ATR-STATE  TO ADR-STATE
           MOVE ATR-ZIP    TO ADR-ZIP.

       A410-CLEAR-HOLD SECTION.
           MOVE 0 TO ADR-RETURNED-DATE
           MOVE 0 TO ADR-HELD-COUNT
           MOVE 0 TO ADR-FIRST-HELD-DATE
           MOVE 0 TO ADR-LAST-HELD-DATE.

       A450-REWRITE-ADDRESS SECTION.
           MOVE 'Y' TO WS-REWRITE-OK-SW
           REWRITE ADDRESS-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK-SW
                   DISPLAY 'ADDRESS REWRITE FAILED FOR MEMBER: '
                       ADR-MEMBER-ID
                   MOVE 'ADDRESS REWRITE FAILED' TO RGD-REASON
                   PERFORM A610-REGISTER-REJECT
           END-REWRITE.

       A600-REGISTER-APPLIED SECTION.
           MOVE 'APPLIED'       TO RGD-STATUS
           MOVE WS-APPLIED-NOTE TO RGD-REASON
           PERFORM A620-WRITE-REGISTER-LINE.

       A610-REGISTER-REJECT SECTION.
           ADD 1 TO WS-TRAN-ERROR-COUNT
           MOVE 'REJECTED' TO RGD-STATUS
           PERFORM A620-WRITE-REGISTER-LINE.

       A620-WRITE-REGISTER-LINE SECTION.
           MOVE ATR-ACTION    TO RGD-ACTION
           MOVE ATR-MEMBER-ID TO RGD-MEMBER-ID
           MOVE ATR-ORIGIN    TO RGD-ORIGIN
           WRITE ADRREG-LINE FROM WS-REG-DETAIL
               AFTER ADVANCING 1 LINE.

       A700-PRINT-REGISTER-TOTALS SECTION.
           MOVE 'TRANSACTIONS READ   : ' TO RGT-LABEL
           MOVE WS-TRAN-READ-COUNT       TO RGT-COUNT
           WRITE ADRREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ADDRESSES ADDED     : ' TO RGT-LABEL
           MOVE WS-ADDED-COUNT           TO RGT-COUNT
           WRITE ADRREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ADDRESSES CHANGED   : ' TO RGT-LABEL
           MOVE WS-CHANGED-COUNT         TO RGT-COUNT
           WRITE ADRREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  HELD MAIL RELEASED: ' TO RGT-LABEL
           MOVE WS-RELEASED-COUNT        TO RGT-COUNT
           WRITE ADRREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MARKED UNDELIVERABLE: ' TO RGT-LABEL
           MOVE WS-UNDELIVERABLE-COUNT   TO RGT-COUNT
           WRITE ADRREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TRANSACTIONS REJECTED:' TO RGT-LABEL
           MOVE WS-TRAN-ERROR-COUNT      TO RGT-COUNT
           WRITE ADRREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       A800-LOAD-BAD-ADDRESSES SECTION.
           MOVE 0          TO WS-BAD-COUNT
           MOVE 'N'        TO WS-ADDRESS-EOF-SW
           MOVE LOW-VALUES TO ADR-MEMBER-ID
           START ADDRESS-FILE KEY IS NOT LESS THAN ADR-MEMBER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ADDRESS-EOF-SW
           END-START

           PERFORM UNTIL WS-ADDRESS-EOF OR WS-ABORT
               READ ADDRESS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ADDRESS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ADDRESS-READ-COUNT
                       IF ADR-UNDELIVERABLE
                           PERFORM A810-ADD-BAD-ADDRESS
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY 'UNDELIVERABLE ADDRESSES LOADED: ' WS-BAD-COUNT.

       A810-ADD-BAD-ADDRESS SECTION.
           IF WS-BAD-COUNT >= WS-BAD-LIMIT
               DISPLAY 'UNDELIVERABLE ADDRESS TABLE EXCEEDS LIMIT OF '
                   WS-BAD-LIMIT
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               PERFORM A820-BUILD-BAD-ENTRY
               PERFORM A830-INSERT-BAD-ENTRY
           END-IF.

       A820-BUILD-BAD-ENTRY SECTION.
           MOVE ADR-MEMBER-ID       TO NBE-MEMBER-ID
           MOVE ADR-RETURNED-DATE   TO NBE-RETURNED-DATE
           MOVE ADR-HELD-COUNT      TO NBE-HELD-COUNT
           MOVE ADR-FIRST-HELD-DATE TO NBE-FIRST-HELD-DATE
           MOVE ADR-LAST-HELD-DATE  TO NBE-LAST-HELD-DATE

           MOVE ADR-RETURNED-DATE TO WS-RETURNED-DATE-NUM
           COMPUTE WS-MONTHS-WORK =
               (WS-AS-OF-CCYY * 12 + WS-AS-OF-MM)
               - (WS-RTN-CCYY * 12 + WS-RTN-MM)
           IF WS-MONTHS-WORK < 0
               MOVE 0 TO WS-MONTHS-WORK
           END-IF
           MOVE WS-MONTHS-WORK TO NBE-MONTHS-HELD

           MOVE ADR-MEMBER-ID TO MST-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ

           IF WS-MASTER-FOUND
              AND MST-BIRTH-DATE NUMERIC
              AND MST-BIRTH-CCYY > 0
               MOVE MST-MEMBER-NAME TO NBE-MEMBER-NAME
               PERFORM A840-COMPUTE-FRA-TIMING
           ELSE
               ADD 1 TO WS-NO-MASTER-COUNT
               IF WS-MASTER-FOUND
                   MOVE MST-MEMBER-NAME TO NBE-MEMBER-NAME
                   MOVE 'NO BIRTH DATE' TO NBE-PRIORITY
               ELSE
                   MOVE '*** NOT ON MEMBER MASTER ***'
                       TO NBE-MEMBER-NAME
                   MOVE 'NO MASTER'     TO NBE-PRIORITY
               END-IF
               MOVE 999999 TO NBE-FRA-YYYYMM
               MOVE 0      TO NBE-FRA-DATE
               MOVE 0      TO NBE-MONTHS-TO-FRA
           END-IF

           ADD ADR-HELD-COUNT TO WS-PIECES-HELD-TOTAL.

       A830-INSERT-BAD-ENTRY SECTION.
           ADD 1 TO WS-BAD-COUNT
           MOVE WS-BAD-COUNT TO WS-BAD-SCAN
           MOVE 'N' TO WS-SLOT-FOUND-SW
           PERFORM UNTIL WS-SLOT-FOUND
               IF WS-BAD-SCAN = 1
                   MOVE 'Y' TO WS-SLOT-FOUND-SW
               ELSE
               IF BDT-SORT-KEY (WS-BAD-SCAN - 1) NOT > NBE-SORT-KEY
                   MOVE 'Y' TO WS-SLOT-FOUND-SW
               ELSE
                   MOVE WS-BAD-ENTRY (WS-BAD-SCAN - 1)
                       TO WS-BAD-ENTRY (WS-BAD-SCAN)
                   SUBTRACT 1 FROM WS-BAD-SCAN
               END-IF
               END-IF
           END-PERFORM
           MOVE WS-NEW-BAD-ENTRY TO WS-BAD-ENTRY (WS-BAD-SCAN).

       A840-COMPUTE-FRA-TIMING SECTION.
           MOVE MST-BIRTH-CCYY TO W-CCYY
           MOVE MST-BIRTH-MM   TO W-MM
           MOVE MST-BIRTH-DD   TO W-DD

           MOVE 'N' TO WS-FRA-FOUND-SW
           PERFORM A842-LOOKUP-FRA-ENTRY
               VARYING FRA-IDX FROM 1 BY 1
               UNTIL FRA-IDX > FRA-ENTRY-COUNT OR WS-FRA-FOUND

           PERFORM A844-COMPUTE-RETIREMENT-DATE

           COMPUTE NBE-FRA-YYYYMM =
               W-RET-CALC-YEAR * 100 + W-RET-CALC-MONTH
           COMPUTE NBE-FRA-DATE =
               W-RET-CALC-YEAR * 10000 + W-RET-CALC-MONTH * 100 + W-DD
           COMPUTE WS-MONTHS-WORK =
               (W-RET-CALC-YEAR * 12 + W-RET-CALC-MONTH)
               - (WS-AS-OF-CCYY * 12 + WS-AS-OF-MM)
           MOVE WS-MONTHS-WORK TO NBE-MONTHS-TO-FRA

           EVALUATE TRUE
               WHEN NBE-FRA-DATE < WS-AS-OF-DATE-NUM
                   MOVE 'FRA PASSED' TO NBE-PRIORITY
                   ADD 1 TO WS-FRA-PASSED-COUNT
               WHEN WS-MONTHS-WORK <= 6
                   MOVE 'URGENT'     TO NBE-PRIORITY
                   ADD 1 TO WS-URGENT-COUNT
               WHEN WS-MONTHS-WORK <= 12
                   MOVE 'HIGH'       TO NBE-PRIORITY
                   ADD 1 TO WS-HIGH-COUNT
               WHEN OTHER
                   MOVE 'NORMAL'     TO NBE-PRIORITY
           END-EVALUATE.

       A842-LOOKUP-FRA-ENTRY SECTION.
           IF W-CCYY >= FRA-LOW-YEAR(FRA-IDX)
              AND W-CCYY <= FRA-HIGH-YEAR(FRA-IDX)
              MOVE FRA-AGE-YEARS(FRA-IDX)  TO W-RET-AGE-YEARS
              MOVE FRA-AGE-MONTHS(FRA-IDX) TO W-RET-AGE-MONTHS
              MOVE FRA-DRC-RATE(FRA-IDX)   TO W-DRC-RATE
              MOVE 'Y' TO WS-FRA-FOUND-SW
           END-IF.

       A844-COMPUTE-RETIREMENT-DATE SECTION.
           COMPUTE W-RET-TOTAL-MONTHS =
               (W-CCYY + W-RET-AGE-YEARS) * 12 + W-MM + W-RET-AGE-MONTHS
               - 1
           COMPUTE W-RET-CALC-YEAR  = W-RET-TOTAL-MONTHS / 12
           COMPUTE W-RET-CALC-MONTH =
               W-RET-TOTAL-MONTHS - (W-RET-CALC-YEAR * 12) + 1.

       A850-PRINT-BAD-ADDRESS-REPORT SECTION.
           MOVE WS-AS-OF-DATE-NUM TO BAH-AS-OF-DATE
           WRITE BADADDR-LINE FROM WS-BAD-HEADING-1
               AFTER ADVANCING PAGE
           WRITE BADADDR-LINE FROM WS-BAD-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE BADADDR-LINE FROM WS-BAD-HEADING-3
               AFTER ADVANCING 2 LINES

           PERFORM A860-WRITE-BAD-DETAIL
               VARYING WS-BAD-SCAN FROM 1 BY 1
               UNTIL WS-BAD-SCAN > WS-BAD-COUNT

           MOVE 'MEMBERS WITH MAIL HELD  : ' TO BAT-LABEL
           MOVE WS-BAD-COUNT                 TO BAT-COUNT
           WRITE BADADDR-LINE FROM WS-BAD-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'PIECES OF MAIL HELD     : ' TO BAT-LABEL
           MOVE WS-PIECES-HELD-TOTAL         TO BAT-COUNT
           WRITE BADADDR-LINE FROM WS-BAD-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FRA ALREADY PASSED      : ' TO BAT-LABEL
           MOVE WS-FRA-PASSED-COUNT          TO BAT-COUNT
           WRITE BADADDR-LINE FROM WS-BAD-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FRA WITHIN 6 MONTHS     : ' TO BAT-LABEL
           MOVE WS-URGENT-COUNT              TO BAT-COUNT
           WRITE BADADDR-LINE FROM WS-BAD-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FRA WITHIN 12 MONTHS    : ' TO BAT-LABEL
           MOVE WS-HIGH-COUNT                TO BAT-COUNT
           WRITE BADADDR-LINE FROM WS-BAD-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NO MASTER OR BIRTH DATE : ' TO BAT-LABEL
           MOVE WS-NO-MASTER-COUNT           TO BAT-COUNT
           WRITE BADADDR-LINE FROM WS-BAD-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       A860-WRITE-BAD-DETAIL SECTION.
           MOVE BDT-MEMBER-ID (WS-BAD-SCAN)       TO BAD-MEMBER-ID
           MOVE BDT-MEMBER-NAME (WS-BAD-SCAN)     TO BAD-MEMBER-NAME
           MOVE BDT-RETURNED-DATE (WS-BAD-SCAN)   TO BAD-RETURNED-DATE
           MOVE BDT-HELD-COUNT (WS-BAD-SCAN)      TO BAD-HELD-COUNT
           MOVE BDT-FIRST-HELD-DATE (WS-BAD-SCAN) TO BAD-FIRST-HELD
           MOVE BDT-LAST-HELD-DATE (WS-BAD-SCAN)  TO BAD-LAST-HELD
           MOVE BDT-MONTHS-HELD (WS-BAD-SCAN)     TO BAD-MONTHS-HELD
           MOVE BDT-FRA-DATE (WS-BAD-SCAN)        TO BAD-FRA-DATE
           MOVE BDT-MONTHS-TO-FRA (WS-BAD-SCAN)   TO BAD-MONTHS-TO-FRA
           MOVE BDT-PRIORITY (WS-BAD-SCAN)        TO BAD-PRIORITY
           WRITE BADADDR-LINE FROM WS-BAD-DETAIL
               AFTER ADVANCING 1 LINE.

       A900-PRINT-CONTROL-REPORT SECTION.
           DISPLAY '=========================================='
           DISPLAY 'EBUD16 ADDRESS MAINTENANCE CONTROL REPORT'
           DISPLAY '  TRANSACTIONS READ  : ' WS-TRAN-READ-COUNT
           DISPLAY '  ADDRESSES ADDED    : ' WS-ADDED-COUNT
           DISPLAY '  ADDRESSES CHANGED  : ' WS-CHANGED-COUNT
           DISPLAY '    HOLDS RELEASED   : ' WS-RELEASED-COUNT
           DISPLAY '  MARKED UNDELIVER.  : ' WS-UNDELIVERABLE-COUNT
           DISPLAY '  TRANSACTION ERRORS : ' WS-TRAN-ERROR-COUNT
           DISPLAY '  ADDRESSES ON FILE  : ' WS-ADDRESS-READ-COUNT
           DISPLAY '  MEMBERS MAIL HELD  : ' WS-BAD-COUNT
           DISPLAY '  PIECES OF MAIL HELD: ' WS-PIECES-HELD-TOTAL
           DISPLAY '    FRA PASSED       : ' WS-FRA-PASSED-COUNT
           DISPLAY '    FRA IN 6 MONTHS  : ' WS-URGENT-COUNT
           IF WS-ABORT
               DISPLAY '  *** RUN ABORTED - UNDELIVERABLE ADDRESS '
                   'REPORT NOT PRINTED ***'
           END-IF
           DISPLAY '=========================================='.
