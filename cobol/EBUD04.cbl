           SELECT TRANS-FILE  ASSIGN TO 'TRANS'.
           SELECT AUDIT-FILE  ASSIGN TO 'AUDIT'.
           SELECT MAINTREG-FILE ASSIGN TO 'MAINTREG'.
           SELECT OPERAUTH-FILE ASSIGN TO 'OPERAUTH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPA-ORIGIN.
           SELECT PENDING-FILE ASSIGN TO 'PENDING'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-MEMBER-ID.
           SELECT PENDRPT-FILE ASSIGN TO 'PENDRPT'.
           SELECT ARCHIVE-FILE ASSIGN TO 'ARCHIVE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARH-KEY.
           SELECT SPOREST-FILE ASSIGN TO 'SPOREST'.
           SELECT ELCREST-FILE ASSIGN TO 'ELCREST'.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL'.
           SELECT OPTIONAL SPOUSE-FILE ASSIGN TO 'SPOUSE'.
           SELECT SURVIVOR-FILE ASSIGN TO 'SURVIVOR'.
           SELECT DEATHRPT-FILE ASSIGN TO 'DEATHRPT'.

       DATA DIVISION.
       FILE SECTION.

       01  MAINTREG-LINE      PIC X(133).

       FD  OPERAUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  OPERAUTH-RECORD.
           COPY OPERAUTH.

       FD  PENDING-FILE
           RECORD CONTAINS 120 CHARACTERS.

       01  PENDING-RECORD.
           COPY PENDMNT.

       FD  PENDRPT-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  PENDRPT-LINE       PIC X(133).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 120 CHARACTERS.

       01  ARCHIVE-RECORD.
           COPY MEMARCH.

       FD  SPOREST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  SPOREST-RECORD     PIC X(80).

       FD  ELCREST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  ELCREST-RECORD     PIC X(80).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CONTROL-RECORD.
           COPY MNTCARD.

       FD  SPOUSE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  SPOUSE-RECORD.
           COPY SPOUMAST.

       FD  SURVIVOR-FILE
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  SURVIVOR-RECORD.
           COPY SURVREC.

       FD  DEATHRPT-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  DEATHRPT-LINE      PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-EOF-SW    PIC X(1) VALUE 'N'.
           88  WS-TRANS-EOF      VALUE 'Y'.
       01  WS-REWRITE-OK-SW   PIC X(1) VALUE 'N'.
           88  WS-REWRITE-OK     VALUE 'Y'.

       01  WS-ORIGIN-AUTHORIZED-SW PIC X(1) VALUE 'N'.
           88  WS-ORIGIN-AUTHORIZED   VALUE 'Y'.

       01  WS-BIRTH-CHANGE-SW PIC X(1) VALUE 'N'.
           88  WS-BIRTH-CHANGE   VALUE 'Y'.

       01  WS-PENDING-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-PENDING-EOF    VALUE 'Y'.

       01  WS-ARCHIVE-FOUND-SW PIC X(1) VALUE 'N'.
           88  WS-ARCHIVE-FOUND   VALUE 'Y'.

       01  WS-ARCHIVE-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-ARCHIVE-EOF    VALUE 'Y'.

       01  WS-SPOUSE-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-SPOUSE-EOF     VALUE 'Y'.

       01  WS-SPOUSE-ABORT-SW PIC X(1) VALUE 'N'.
           88  WS-SPOUSE-ABORT   VALUE 'Y'.

       01  WS-SPOUSE-FOUND-SW PIC X(1) VALUE 'N'.
           88  WS-SPOUSE-FOUND   VALUE 'Y'.

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

       01  WS-TRAN-READ-COUNT     PIC 9(9) VALUE 0.
       01  WS-ADDED-COUNT         PIC 9(9) VALUE 0.
       01  WS-CHANGED-COUNT       PIC 9(9) VALUE 0.
       01  WS-INACTIVATED-COUNT   PIC 9(9) VALUE 0.
       01  WS-DEATH-COUNT         PIC 9(9) VALUE 0.
       01  WS-TRAN-ERROR-COUNT    PIC 9(9) VALUE 0.
       01  WS-AUDIT-COUNT         PIC 9(9) VALUE 0.
       01  WS-UNAUTHORIZED-COUNT  PIC 9(9) VALUE 0.
       01  WS-PENDED-COUNT        PIC 9(9) VALUE 0.
       01  WS-APPROVED-COUNT      PIC 9(9) VALUE 0.
       01  WS-CANCELLED-COUNT     PIC 9(9) VALUE 0.
       01  WS-PENDING-COUNT       PIC 9(9) VALUE 0.
       01  WS-AGE-CURRENT-COUNT   PIC 9(9) VALUE 0.
       01  WS-AGE-AGING-COUNT     PIC 9(9) VALUE 0.
       01  WS-AGE-OVERDUE-COUNT   PIC 9(9) VALUE 0.
       01  WS-AGE-STALE-COUNT     PIC 9(9) VALUE 0.
       01  WS-REINSTATED-COUNT    PIC 9(9) VALUE 0.
       01  WS-SPOUSE-RESTORED-COUNT PIC 9(9) VALUE 0.
       01  WS-ELECT-RESTORED-COUNT  PIC 9(9) VALUE 0.
       01  WS-SURVIVOR-COUNT      PIC 9(9) VALUE 0.
       01  WS-NO-SURVIVOR-COUNT   PIC 9(9) VALUE 0.

       01  WS-APPROVAL-THRESHOLD  PIC 9(5)V99 VALUE 0.
       01  W-OLD-BASE-BENEFIT     PIC 9(5)V99 VALUE 0.
       01  W-BENEFIT-CHANGE       PIC 9(5)V99 VALUE 0.

       01  W-DATE-WORK.
           05  W-DATE-CCYY        PIC 9(4).
           05  W-DATE-MM          PIC 9(2).
           05  W-DATE-DD          PIC 9(2).
       01  W-DATE-WORK-NUM REDEFINES W-DATE-WORK PIC 9(8).
       01  W-LEAP-YEAR            PIC 9(4) VALUE 0.
       01  W-LEAP-DIV-4           PIC 9(4) VALUE 0.
       01  W-LEAP-DIV-100         PIC 9(4) VALUE 0.
       01  W-LEAP-DIV-400         PIC 9(4) VALUE 0.
       01  W-DAY-NUMBER           PIC 9(7) VALUE 0.
       01  W-RUN-DAY-NUMBER       PIC 9(7) VALUE 0.
       01  W-DAYS-PENDING         PIC 9(5) VALUE 0.
       01  W-ARCHIVE-DATE         PIC 9(8) VALUE 0.
       01  W-SPOUSE-NAME          PIC X(30) VALUE SPACES.
       01  W-SPO-BIRTH-CCYY       PIC 9(4) VALUE 0.
       01  W-SURVIVOR-BENEFIT-AMT PIC 9(5)V99 VALUE 0.

       01  WS-DAYS-BEFORE-MONTH-VALUES.
           05  FILLER             PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  WS-DAYS-BEFORE-MONTH-TABLE
               REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
           05  WS-DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.

       01  WS-RUN-DATE        PIC 9(8) VALUE 0.
       01  WS-TIME-WORK       PIC 9(8) VALUE 0.
           05  RGD-REASON     PIC X(30).
           05  FILLER         PIC X(62) VALUE SPACES.

       01  WS-PND-HEADING-1.
           05  FILLER         PIC X(38)
               VALUE 'EBUD04 PENDING APPROVALS AGING REPORT '.
           05  FILLER         PIC X(5)  VALUE 'RUN: '.
           05  PNH-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(1)  VALUE '-'.
           05  PNH-RUN-TIME   PIC 9(6).
           05  FILLER         PIC X(75) VALUE SPACES.

       01  WS-PND-HEADING-2.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER         PIC X(10) VALUE 'OLD BIRTH'.
           05  FILLER         PIC X(10) VALUE 'NEW BIRTH'.
           05  FILLER         PIC X(11) VALUE 'OLD BENEFIT'.
           05  FILLER         PIC X(11) VALUE 'NEW BENEFIT'.
           05  FILLER         PIC X(10) VALUE 'KEYED BY'.
           05  FILLER         PIC X(10) VALUE 'KEYED ON'.
           05  FILLER         PIC X(7)  VALUE ' DAYS'.
           05  FILLER         PIC X(14) VALUE 'AGE'.
           05  FILLER         PIC X(37) VALUE SPACES.

       01  WS-PND-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PND-D-MEMBER-ID PIC X(9).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PND-D-OLD-BIRTH PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PND-D-NEW-BIRTH PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PND-D-OLD-BENEFIT PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PND-D-NEW-BENEFIT PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PND-D-ORIGIN   PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PND-D-KEYED-DATE PIC 9(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PND-D-DAYS     PIC ZZZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PND-D-AGE      PIC X(14).
           05  FILLER         PIC X(37) VALUE SPACES.

       01  WS-PND-NONE-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(27)
               VALUE 'NO CHANGES PENDING APPROVAL'.
           05  FILLER         PIC X(104) VALUE SPACES.

       01  WS-DEATH-HEADING-1.
           05  FILLER         PIC X(38)
               VALUE 'EBUD04 DAILY DEATHS REGISTER          '.
           05  FILLER         PIC X(5)  VALUE 'RUN: '.
           05  DRH-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(1)  VALUE '-'.
           05  DRH-RUN-TIME   PIC 9(6).
           05  FILLER         PIC X(75) VALUE SPACES.

       01  WS-DEATH-HEADING-2.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER         PIC X(22) VALUE 'MEMBER NAME'.
           05  FILLER         PIC X(12) VALUE 'DIED'.
           05  FILLER         PIC X(22) VALUE 'SPOUSE ON FILE'.
           05  FILLER         PIC X(14) VALUE 'SURVIVOR AMT'.
           05  FILLER         PIC X(10) VALUE 'ORIGIN'.
           05  FILLER         PIC X(40) VALUE 'STATUS'.

       01  WS-DEATH-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DRD-MEMBER-ID  PIC X(9).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DRD-MEMBER-NAME PIC X(20).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DRD-DEATH-DATE PIC 9(8).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  DRD-SPOUSE-NAME PIC X(20).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DRD-SURVIVOR-AMT PIC $$$,$$9.99.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  DRD-ORIGIN     PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DRD-STATUS     PIC X(30).
           05  FILLER         PIC X(10) VALUE SPACES.

       01  WS-REG-TOTAL-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGT-LABEL      PIC X(22).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-RUN-TIME = WS-TIME-WORK / 100
           PERFORM A050-READ-CONTROL-CARD
           PERFORM A060-LOAD-SPOUSE-TABLE
           IF WS-SPOUSE-ABORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O    MEMBER-FILE
           OPEN INPUT  TRANS-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT MAINTREG-FILE
           OPEN INPUT  OPERAUTH-FILE
           OPEN I-O    PENDING-FILE
           OPEN OUTPUT PENDRPT-FILE
           OPEN I-O    ARCHIVE-FILE
           OPEN EXTEND SPOREST-FILE
           OPEN EXTEND ELCREST-FILE
           OPEN OUTPUT SURVIVOR-FILE
           OPEN OUTPUT DEATHRPT-FILE

           PERFORM A100-START-REGISTER
           PERFORM A110-START-DEATH-REGISTER

           PERFORM UNTIL WS-TRANS-EOF
               READ TRANS-FILE
           END-PERFORM

           PERFORM A700-PRINT-REGISTER-TOTALS
           PERFORM A710-PRINT-DEATH-TOTALS
           PERFORM A800-PRINT-PENDING-REPORT

           CLOSE MEMBER-FILE
                 TRANS-FILE
                 AUDIT-FILE
                 MAINTREG-FILE
                 OPERAUTH-FILE
                 PENDING-FILE
                 PENDRPT-FILE
                 ARCHIVE-FILE
                 SPOREST-FILE
                 ELCREST-FILE
                 SURVIVOR-FILE
                 DEATHRPT-FILE

           PERFORM A900-PRINT-CONTROL-REPORT
           GOBACK.

       A050-READ-CONTROL-CARD SECTION.
           MOVE 0 TO WS-APPROVAL-THRESHOLD

           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   DISPLAY 'NO CONTROL CARD - EVERY BENEFIT CHANGE '
                       'NEEDS APPROVAL'
               NOT AT END
                   IF MNT-APPROVAL-THRESHOLD NUMERIC
                       MOVE MNT-APPROVAL-THRESHOLD
                           TO WS-APPROVAL-THRESHOLD
                   ELSE
                       DISPLAY 'INVALID APPROVAL THRESHOLD ON CONTROL '
                           'CARD - EVERY BENEFIT CHANGE NEEDS APPROVAL'
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           DISPLAY 'BENEFIT CHANGE APPROVAL THRESHOLD: '
               WS-APPROVAL-THRESHOLD.

       A060-LOAD-SPOUSE-TABLE SECTION.
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
                           MOVE SPO-MEMBER-ID TO WS-PREV-SPOUSE-ID
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SPOUSE-FILE
           DISPLAY 'SPOUSES ON FILE: ' WS-SPO-COUNT.

       A100-START-REGISTER SECTION.
           MOVE WS-RUN-DATE TO RGH-RUN-DATE
           MOVE WS-RUN-TIME TO RGH-RUN-TIME
           WRITE MAINTREG-LINE FROM WS-REG-HEADING-2
               AFTER ADVANCING 2 LINES.

       A110-START-DEATH-REGISTER SECTION.
           MOVE WS-RUN-DATE TO DRH-RUN-DATE
           MOVE WS-RUN-TIME TO DRH-RUN-TIME
           WRITE DEATHRPT-LINE FROM WS-DEATH-HEADING-1
               AFTER ADVANCING PAGE
           WRITE DEATHRPT-LINE FROM WS-DEATH-HEADING-2
               AFTER ADVANCING 2 LINES.

       A200-APPLY-TRANSACTION SECTION.
           IF TRN-MEMBER-ID = SPACES
               DISPLAY 'TRANSACTION WITH BLANK MEMBER ID REJECTED'
               MOVE 'BLANK MEMBER ID' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               PERFORM A150-CHECK-AUTHORITY
               IF NOT WS-ORIGIN-AUTHORIZED
                   ADD 1 TO WS-UNAUTHORIZED-COUNT
                   DISPLAY 'TRANSACTION FROM UNAUTHORIZED ORIGIN '
                       TRN-ORIGIN ' REJECTED: ' TRN-MEMBER-ID
                       ' ACTION: ' TRN-ACTION
                   PERFORM A610-REGISTER-REJECT
               ELSE
               PERFORM A210-READ-MASTER
               EVALUATE TRUE
                   WHEN TRN-ADD
                       PERFORM A310-CHANGE-MEMBER
                   WHEN TRN-INACTIVATE
                       PERFORM A320-INACTIVATE-MEMBER
                   WHEN TRN-DEATH
                       PERFORM A330-RECORD-DEATH
                   WHEN TRN-APPROVE
                       PERFORM A340-APPROVE-PENDING
                   WHEN TRN-CANCEL-PENDING
                       PERFORM A350-CANCEL-PENDING
                   WHEN TRN-REINSTATE
                       PERFORM A370-REINSTATE-MEMBER
                   WHEN OTHER
                       DISPLAY 'INVALID ACTION CODE ' TRN-ACTION
                           ' FOR MEMBER: ' TRN-MEMBER-ID
                       MOVE 'INVALID ACTION CODE' TO RGD-REASON
                       PERFORM A610-REGISTER-REJECT
               END-EVALUATE
               END-IF
           END-IF.

       A150-CHECK-AUTHORITY SECTION.
           MOVE 'N' TO WS-ORIGIN-AUTHORIZED-SW
           MOVE TRN-ORIGIN TO OPA-ORIGIN
           READ OPERAUTH-FILE
               INVALID KEY
                   MOVE 'ORIGIN NOT ON AUTHORITY FILE' TO RGD-REASON
               NOT INVALID KEY
                   IF NOT OPA-ACTIVE
                       MOVE 'ORIGIN SUSPENDED' TO RGD-REASON
                   ELSE
                       EVALUATE TRUE
                           WHEN TRN-ADD
                               IF OPA-MAY-ADD
                                   MOVE 'Y' TO WS-ORIGIN-AUTHORIZED-SW
                               END-IF
                           WHEN TRN-CHANGE
                               IF OPA-MAY-CHANGE
                                   MOVE 'Y' TO WS-ORIGIN-AUTHORIZED-SW
                               END-IF
                           WHEN TRN-INACTIVATE
                               IF OPA-MAY-INACTIVATE
                                   MOVE 'Y' TO WS-ORIGIN-AUTHORIZED-SW
                               END-IF
                           WHEN TRN-DEATH
                               IF OPA-MAY-RECORD-DEATH
                                   MOVE 'Y' TO WS-ORIGIN-AUTHORIZED-SW
                               END-IF
                           WHEN TRN-APPROVE
                           WHEN TRN-CANCEL-PENDING
                               IF OPA-MAY-APPROVE
                                   MOVE 'Y' TO WS-ORIGIN-AUTHORIZED-SW
                               END-IF
                           WHEN TRN-REINSTATE
                               IF OPA-MAY-REINSTATE
                                   MOVE 'Y' TO WS-ORIGIN-AUTHORIZED-SW
                               END-IF
                           WHEN OTHER
                               MOVE 'Y' TO WS-ORIGIN-AUTHORIZED-SW
                       END-EVALUATE
                       IF NOT WS-ORIGIN-AUTHORIZED
                           MOVE 'ACTION NOT ALLOWED FOR ORIGIN'
                               TO RGD-REASON
                       END-IF
                   END-IF
           END-READ.

       A210-READ-MASTER SECTION.
           MOVE TRN-MEMBER-ID TO MST-MEMBER-ID
           READ MEMBER-FILE
               MOVE 'MEMBER ALREADY ON MASTER' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               PERFORM A380-READ-ARCHIVED-MASTER
               IF WS-ARCHIVE-FOUND AND ARH-ARCHIVED
                   DISPLAY 'ADD FOR ARCHIVED MEMBER REJECTED: '
                       TRN-MEMBER-ID
                   MOVE 'ARCHIVED - USE REINSTATE' TO RGD-REASON
                   PERFORM A610-REGISTER-REJECT
               ELSE
               IF TRN-BIRTH-DATE NUMERIC
                  AND TRN-BIRTH-DATE > 0
                  AND TRN-MEMBER-NAME NOT = SPACES
                   MOVE 'MISSING NAME OR BIRTH DATE' TO RGD-REASON
                   PERFORM A610-REGISTER-REJECT
               END-IF
               END-IF
           END-IF.

       A310-CHANGE-MEMBER SECTION.
               MOVE 'MEMBER NOT ON MASTER' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               PERFORM A315-MEASURE-CHANGE
               IF W-BENEFIT-CHANGE > OPA-MAX-BENEFIT-CHANGE
                   DISPLAY 'BENEFIT CHANGE OVER ORIGIN LIMIT REJECTED: '
                       TRN-MEMBER-ID ' ORIGIN: ' TRN-ORIGIN
                   MOVE 'OVER ORIGIN BENEFIT LIMIT' TO RGD-REASON
                   PERFORM A610-REGISTER-REJECT
               ELSE
               IF WS-BIRTH-CHANGE
                  OR W-BENEFIT-CHANGE > WS-APPROVAL-THRESHOLD
                   PERFORM A360-HOLD-FOR-APPROVAL
               ELSE
                   IF TRN-MEMBER-NAME NOT = SPACES
                       MOVE TRN-MEMBER-NAME TO MST-MEMBER-NAME
                   END-IF
                   IF TRN-BIRTH-DATE NUMERIC
                      AND TRN-BIRTH-DATE > 0
                       MOVE TRN-BIRTH-DATE TO MST-BIRTH-DATE
                   END-IF
                   IF TRN-BASE-BENEFIT NUMERIC
                      AND TRN-BASE-BENEFIT > 0
                       MOVE TRN-BASE-BENEFIT TO MST-BASE-BENEFIT
                   END-IF
                   PERFORM A400-REWRITE-MASTER
                   IF WS-REWRITE-OK
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM A500-WRITE-AUDIT-RECORD
                       PERFORM A600-REGISTER-APPLIED
                   END-IF
               END-IF
               END-IF
           END-IF.

       A315-MEASURE-CHANGE SECTION.
           MOVE 'N' TO WS-BIRTH-CHANGE-SW
           MOVE 0   TO W-BENEFIT-CHANGE
           IF TRN-BIRTH-DATE NUMERIC
              AND TRN-BIRTH-DATE > 0
              AND TRN-BIRTH-DATE NOT = MST-BIRTH-DATE
               MOVE 'Y' TO WS-BIRTH-CHANGE-SW
           END-IF

           IF MST-BASE-BENEFIT NUMERIC
               MOVE MST-BASE-BENEFIT TO W-OLD-BASE-BENEFIT
           ELSE
               MOVE 0 TO W-OLD-BASE-BENEFIT
           END-IF
           IF TRN-BASE-BENEFIT NUMERIC
              AND TRN-BASE-BENEFIT > 0
               IF TRN-BASE-BENEFIT > W-OLD-BASE-BENEFIT
                   COMPUTE W-BENEFIT-CHANGE =
                       TRN-BASE-BENEFIT - W-OLD-BASE-BENEFIT
               ELSE
                   COMPUTE W-BENEFIT-CHANGE =
                       W-OLD-BASE-BENEFIT - TRN-BASE-BENEFIT
               END-IF
           END-IF.

       A320-INACTIVATE-MEMBER SECTION.
           IF NOT WS-MASTER-FOUND
               DISPLAY 'TRANSACTION FOR UNKNOWN MEMBER REJECTED: '
                   TRN-MEMBER-ID ' ACTION: ' TRN-ACTION
               MOVE 'MEMBER NOT ON MASTER' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF MST-DECEASED
               DISPLAY 'INACTIVATE FOR DECEASED MEMBER REJECTED: '
                   TRN-MEMBER-ID
               MOVE 'MEMBER DECEASED' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               IF NOT MST-INACTIVE
                  OR MST-INACTIVE-DATE NOT NUMERIC
                  OR MST-INACTIVE-DATE = 0
                   MOVE WS-RUN-DATE TO MST-INACTIVE-DATE
               END-IF
               MOVE 'I' TO MST-STATUS
               PERFORM A400-REWRITE-MASTER
               IF WS-REWRITE-OK
                   ADD 1 TO WS-INACTIVATED-COUNT
                   PERFORM A500-WRITE-AUDIT-RECORD
                   PERFORM A600-REGISTER-APPLIED
               END-IF
           END-IF
           END-IF.

       A330-RECORD-DEATH SECTION.
           IF NOT WS-MASTER-FOUND
               DISPLAY 'TRANSACTION FOR UNKNOWN MEMBER REJECTED: '
                   TRN-MEMBER-ID ' ACTION: ' TRN-ACTION
               MOVE 'MEMBER NOT ON MASTER' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF MST-DECEASED
               DISPLAY 'DEATH ALREADY RECORDED FOR MEMBER: '
                   TRN-MEMBER-ID
               MOVE 'DEATH ALREADY RECORDED' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF TRN-DEATH-DATE NOT NUMERIC
              OR TRN-DEATH-DATE = 0
              OR TRN-DEATH-DATE > WS-RUN-DATE
              OR TRN-DEATH-DATE < MST-BIRTH-DATE
               DISPLAY 'INVALID DATE OF DEATH ' TRN-DEATH-DATE
                   ' FOR MEMBER: ' TRN-MEMBER-ID
               MOVE 'INVALID DATE OF DEATH' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               MOVE 'D'            TO MST-STATUS
               MOVE TRN-DEATH-DATE TO MST-DEATH-DATE
               PERFORM A400-REWRITE-MASTER
               IF WS-REWRITE-OK
                   ADD 1 TO WS-DEATH-COUNT
                   PERFORM A500-WRITE-AUDIT-RECORD
                   PERFORM A600-REGISTER-APPLIED
                   PERFORM A335-REGISTER-DEATH
               END-IF
           END-IF
           END-IF
           END-IF.

       A335-REGISTER-DEATH SECTION.
           MOVE 'N'    TO WS-SPOUSE-FOUND-SW
           MOVE SPACES TO W-SPOUSE-NAME
           MOVE 0      TO W-SPO-BIRTH-CCYY
           MOVE 0      TO W-SURVIVOR-BENEFIT-AMT
           IF WS-SPO-COUNT > 0
               SEARCH ALL WS-SPO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SPO-ID (SPO-IDX) = MST-MEMBER-ID
                       MOVE 'Y' TO WS-SPOUSE-FOUND-SW
                       MOVE WS-SPO-NAME (SPO-IDX) TO W-SPOUSE-NAME
                       MOVE WS-SPO-CCYY (SPO-IDX)
                           TO W-SPO-BIRTH-CCYY
               END-SEARCH
           END-IF

           MOVE MST-MEMBER-ID         TO DRD-MEMBER-ID
           MOVE MST-MEMBER-NAME(1:20) TO DRD-MEMBER-NAME
           MOVE MST-DEATH-DATE        TO DRD-DEATH-DATE
           MOVE W-SPOUSE-NAME(1:20)   TO DRD-SPOUSE-NAME
           MOVE TRN-ORIGIN            TO DRD-ORIGIN

           IF WS-SPOUSE-FOUND
               IF MST-BASE-BENEFIT NUMERIC
                   MOVE MST-BASE-BENEFIT TO W-SURVIVOR-BENEFIT-AMT
               END-IF
               MOVE W-SURVIVOR-BENEFIT-AMT TO DRD-SURVIVOR-AMT
               PERFORM A336-WRITE-SURVIVOR-RECORD
               MOVE 'SURVIVOR RECORD WRITTEN' TO DRD-STATUS
           ELSE
               ADD 1 TO WS-NO-SURVIVOR-COUNT
               MOVE 0 TO DRD-SURVIVOR-AMT
               MOVE 'NO SPOUSE ON FILE' TO DRD-STATUS
           END-IF

           WRITE DEATHRPT-LINE FROM WS-DEATH-DETAIL
               AFTER ADVANCING 1 LINE.

       A336-WRITE-SURVIVOR-RECORD SECTION.
           MOVE SPACES                 TO SURVIVOR-RECORD
           MOVE MST-MEMBER-ID          TO SRV-MEMBER-ID
           MOVE MST-MEMBER-NAME        TO SRV-MEMBER-NAME
           MOVE MST-DEATH-DATE         TO SRV-DEATH-DATE
           MOVE W-SPOUSE-NAME          TO SRV-SPOUSE-NAME
           MOVE W-SPO-BIRTH-CCYY       TO SRV-SPOUSE-BIRTH-CCYY
           MOVE W-SURVIVOR-BENEFIT-AMT TO SRV-SURVIVOR-BENEFIT-AMT
           MOVE WS-RUN-DATE            TO SRV-CYCLE-DATE
           MOVE TRN-ORIGIN             TO SRV-SOURCE-SYSTEM

           WRITE SURVIVOR-RECORD
           ADD 1 TO WS-SURVIVOR-COUNT.

       A340-APPROVE-PENDING SECTION.
           MOVE TRN-MEMBER-ID TO PND-MEMBER-ID
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY 'APPROVAL WITH NO PENDING CHANGE REJECTED: '
                       TRN-MEMBER-ID
                   MOVE 'NO CHANGE PENDING FOR MEMBER' TO RGD-REASON
                   PERFORM A610-REGISTER-REJECT
               NOT INVALID KEY
                   PERFORM A345-APPLY-APPROVED-CHANGE
           END-READ.

       A345-APPLY-APPROVED-CHANGE SECTION.
           IF PND-KEYED-ORIGIN = TRN-ORIGIN
               DISPLAY 'APPROVAL BY KEYING ORIGIN REJECTED: '
                   TRN-MEMBER-ID ' ORIGIN: ' TRN-ORIGIN
               MOVE 'APPROVER SAME AS KEYING ORIGIN' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF PND-BENEFIT-CHANGE > OPA-MAX-BENEFIT-CHANGE
               DISPLAY 'APPROVAL OVER APPROVER LIMIT REJECTED: '
                   TRN-MEMBER-ID ' ORIGIN: ' TRN-ORIGIN
               MOVE 'OVER APPROVER BENEFIT LIMIT' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF NOT WS-MASTER-FOUND
               DISPLAY 'APPROVAL FOR UNKNOWN MEMBER REJECTED: '
                   TRN-MEMBER-ID
               MOVE 'MEMBER NOT ON MASTER' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
           IF MST-BIRTH-DATE NOT = PND-OLD-BIRTH-DATE
              OR MST-BASE-BENEFIT NOT = PND-OLD-BASE-BENEFIT
               DISPLAY 'MASTER CHANGED SINCE CHANGE WAS KEYED - '
                   'APPROVAL REJECTED: ' TRN-MEMBER-ID
               MOVE 'MASTER CHANGED SINCE KEYED' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               IF PND-MEMBER-NAME NOT = SPACES
                   MOVE PND-MEMBER-NAME TO MST-MEMBER-NAME
               END-IF
               IF PND-NEW-BIRTH-DATE > 0
                   MOVE PND-NEW-BIRTH-DATE TO MST-BIRTH-DATE
               END-IF
               IF PND-NEW-BASE-BENEFIT > 0
                   MOVE PND-NEW-BASE-BENEFIT TO MST-BASE-BENEFIT
               END-IF
               PERFORM A400-REWRITE-MASTER
               IF WS-REWRITE-OK
                   ADD 1 TO WS-APPROVED-COUNT
                   PERFORM A500-WRITE-AUDIT-RECORD
                   MOVE 'APPLIED' TO RGD-STATUS
                   MOVE SPACES    TO RGD-REASON
                   STRING 'APPROVED - KEYED BY ' PND-KEYED-ORIGIN
                       DELIMITED BY SIZE INTO RGD-REASON
                   PERFORM A620-WRITE-REGISTER-LINE
                   DELETE PENDING-FILE RECORD
                       INVALID KEY
                           DISPLAY 'PENDING DELETE FAILED FOR MEMBER: '
                               PND-MEMBER-ID
                   END-DELETE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       A350-CANCEL-PENDING SECTION.
           MOVE TRN-MEMBER-ID TO PND-MEMBER-ID
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY 'CANCEL WITH NO PENDING CHANGE REJECTED: '
                       TRN-MEMBER-ID
                   MOVE 'NO CHANGE PENDING FOR MEMBER' TO RGD-REASON
                   PERFORM A610-REGISTER-REJECT
               NOT INVALID KEY
                   DELETE PENDING-FILE RECORD
                       INVALID KEY
                           DISPLAY 'PENDING DELETE FAILED FOR MEMBER: '
                               PND-MEMBER-ID
                           MOVE 'PENDING DELETE FAILED' TO RGD-REASON
                           PERFORM A610-REGISTER-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CANCELLED-COUNT
                           MOVE 'CANCELED' TO RGD-STATUS
                           MOVE SPACES     TO RGD-REASON
                           STRING 'PENDING CHANGE BY ' PND-KEYED-ORIGIN
                               DELIMITED BY SIZE INTO RGD-REASON
                           PERFORM A620-WRITE-REGISTER-LINE
                   END-DELETE
           END-READ.

       A360-HOLD-FOR-APPROVAL SECTION.
           MOVE SPACES             TO PENDING-RECORD
           MOVE TRN-MEMBER-ID      TO PND-MEMBER-ID
           MOVE TRN-ACTION         TO PND-ACTION
           MOVE TRN-MEMBER-NAME    TO PND-MEMBER-NAME
           IF TRN-BIRTH-DATE NUMERIC
               MOVE TRN-BIRTH-DATE TO PND-NEW-BIRTH-DATE
           ELSE
               MOVE 0              TO PND-NEW-BIRTH-DATE
           END-IF
           IF TRN-BASE-BENEFIT NUMERIC
               MOVE TRN-BASE-BENEFIT TO PND-NEW-BASE-BENEFIT
           ELSE
               MOVE 0              TO PND-NEW-BASE-BENEFIT
           END-IF
           MOVE MST-BIRTH-DATE     TO PND-OLD-BIRTH-DATE
           MOVE W-OLD-BASE-BENEFIT TO PND-OLD-BASE-BENEFIT
           MOVE W-BENEFIT-CHANGE   TO PND-BENEFIT-CHANGE
           MOVE WS-BIRTH-CHANGE-SW TO PND-BIRTH-SW
           IF W-BENEFIT-CHANGE > WS-APPROVAL-THRESHOLD
               MOVE 'Y' TO PND-BENEFIT-SW
           ELSE
               MOVE 'N' TO PND-BENEFIT-SW
           END-IF
           MOVE TRN-ORIGIN         TO PND-KEYED-ORIGIN
           MOVE WS-RUN-DATE        TO PND-KEYED-DATE
           MOVE WS-RUN-TIME        TO PND-KEYED-TIME

           WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE ALREADY PENDING - REJECTED: '
                       TRN-MEMBER-ID
                   MOVE 'CHANGE ALREADY PENDING' TO RGD-REASON
                   PERFORM A610-REGISTER-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-PENDED-COUNT
                   MOVE 'PENDING' TO RGD-STATUS
                   IF PND-BIRTH-DATE-CHANGE
                      AND PND-BENEFIT-OVER-THRESHOLD
                       MOVE 'BIRTH DATE AND BENEFIT CHANGE'
                           TO RGD-REASON
                   ELSE
                   IF PND-BIRTH-DATE-CHANGE
                       MOVE 'BIRTH DATE CHANGE' TO RGD-REASON
                   ELSE
                       MOVE 'BENEFIT CHANGE OVER THRESHOLD'
                           TO RGD-REASON
                   END-IF
                   END-IF
                   PERFORM A620-WRITE-REGISTER-LINE
           END-WRITE.

       A370-REINSTATE-MEMBER SECTION.
           IF WS-MASTER-FOUND
               DISPLAY 'REINSTATE FOR MEMBER ON MASTER REJECTED: '
                   TRN-MEMBER-ID
               MOVE 'MEMBER ALREADY ON MASTER' TO RGD-REASON
               PERFORM A610-REGISTER-REJECT
           ELSE
               PERFORM A380-READ-ARCHIVED-MASTER
               IF NOT WS-ARCHIVE-FOUND
                   DISPLAY 'REINSTATE FOR MEMBER NOT ON ARCHIVE '
                       'REJECTED: ' TRN-MEMBER-ID
                   MOVE 'MEMBER NOT ON ARCHIVE' TO RGD-REASON
                   PERFORM A610-REGISTER-REJECT
               ELSE
               IF NOT ARH-ARCHIVED
                   DISPLAY 'ARCHIVE ALREADY REINSTATED - REJECTED: '
                       TRN-MEMBER-ID
                   MOVE 'ARCHIVE ALREADY REINSTATED' TO RGD-REASON
                   PERFORM A610-REGISTER-REJECT
               ELSE
                   MOVE ARH-IMAGE        TO WS-BEFORE-IMAGE
                   MOVE ARH-ARCHIVE-DATE TO W-ARCHIVE-DATE
                   MOVE ARH-IMAGE        TO MEMBER-RECORD
                   MOVE 'A'              TO MST-STATUS
                   MOVE 0                TO MST-INACTIVE-DATE
                   WRITE MEMBER-RECORD
                       INVALID KEY
                           DISPLAY 'REINSTATE FAILED ON MASTER WRITE: '
                               TRN-MEMBER-ID
                           MOVE 'MASTER WRITE FAILED' TO RGD-REASON
                           PERFORM A610-REGISTER-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-REINSTATED-COUNT
                           PERFORM A375-RESTORE-ARCHIVE-SET
                           PERFORM A500-WRITE-AUDIT-RECORD
                           MOVE 'APPLIED' TO RGD-STATUS
                           MOVE SPACES    TO RGD-REASON
                           STRING 'REINSTATED - ARCHIVED '
                               W-ARCHIVE-DATE
                               DELIMITED BY SIZE INTO RGD-REASON
                           PERFORM A620-WRITE-REGISTER-LINE
                   END-WRITE
               END-IF
               END-IF
           END-IF.

       A375-RESTORE-ARCHIVE-SET SECTION.
           MOVE 'N'           TO WS-ARCHIVE-EOF-SW
           MOVE LOW-VALUES    TO ARH-KEY
           MOVE TRN-MEMBER-ID TO ARH-MEMBER-ID
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-SW
           END-START

           PERFORM UNTIL WS-ARCHIVE-EOF
               READ ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF-SW
                   NOT AT END
                       IF ARH-MEMBER-ID NOT = TRN-MEMBER-ID
                           MOVE 'Y' TO WS-ARCHIVE-EOF-SW
                       ELSE
                       IF ARH-ARCHIVED
                           PERFORM A376-RESTORE-ARCHIVE-ENTRY
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       A376-RESTORE-ARCHIVE-ENTRY SECTION.
           IF ARH-SPOUSE-IMAGE
               MOVE ARH-IMAGE TO SPOREST-RECORD
               WRITE SPOREST-RECORD
               ADD 1 TO WS-SPOUSE-RESTORED-COUNT
           END-IF
           IF ARH-ELECTION-IMAGE
               MOVE ARH-IMAGE TO ELCREST-RECORD
               WRITE ELCREST-RECORD
               ADD 1 TO WS-ELECT-RESTORED-COUNT
           END-IF

           MOVE 'R'         TO ARH-STATUS
           MOVE WS-RUN-DATE TO ARH-REINSTATE-DATE
           MOVE TRN-ORIGIN  TO ARH-REINSTATE-ORIGIN
           REWRITE ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY 'ARCHIVE REWRITE FAILED FOR MEMBER: '
                       ARH-MEMBER-ID ' TYPE: ' ARH-REC-TYPE
           END-REWRITE.

       A380-READ-ARCHIVED-MASTER SECTION.
           MOVE TRN-MEMBER-ID TO ARH-MEMBER-ID
           MOVE 'M'           TO ARH-REC-TYPE
           MOVE 0             TO ARH-REC-SEQ
           READ ARCHIVE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ARCHIVE-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-FOUND-SW
           END-READ.

       A400-REWRITE-MASTER SECTION.
           MOVE 'Y' TO WS-REWRITE-OK-SW
           REWRITE MEMBER-RECORD
           MOVE TRN-MEMBER-ID   TO AUD-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE MEMBER-RECORD   TO AUD-AFTER-IMAGE
           IF TRN-APPROVE
               MOVE PND-KEYED-ORIGIN TO AUD-ORIGIN
               MOVE PND-ACTION       TO AUD-ACTION
               MOVE TRN-ORIGIN       TO AUD-APPROVED-BY
           END-IF

           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.
               AFTER ADVANCING 1 LINE
           MOVE 'MEMBERS INACTIVATED : ' TO RGT-LABEL
           MOVE WS-INACTIVATED-COUNT     TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DEATHS RECORDED     : ' TO RGT-LABEL
           MOVE WS-DEATH-COUNT           TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CHANGES PENDED      : ' TO RGT-LABEL
           MOVE WS-PENDED-COUNT          TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'APPROVALS APPLIED   : ' TO RGT-LABEL
           MOVE WS-APPROVED-COUNT        TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PENDING CANCELED    : ' TO RGT-LABEL
           MOVE WS-CANCELLED-COUNT       TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MEMBERS REINSTATED  : ' TO RGT-LABEL
           MOVE WS-REINSTATED-COUNT      TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  SPOUSES RESTORED  : ' TO RGT-LABEL
           MOVE WS-SPOUSE-RESTORED-COUNT TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  ELECTIONS RESTORED: ' TO RGT-LABEL
           MOVE WS-ELECT-RESTORED-COUNT  TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TRANSACTIONS REJECTED:' TO RGT-LABEL
           MOVE WS-TRAN-ERROR-COUNT      TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  UNAUTHORIZED ORIGIN:' TO RGT-LABEL
           MOVE WS-UNAUTHORIZED-COUNT    TO RGT-COUNT
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AUDIT RECORDS WRITTEN:' TO RGT-LABEL
           WRITE MAINTREG-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       A710-PRINT-DEATH-TOTALS SECTION.
           MOVE 'DEATHS RECORDED     : ' TO RGT-LABEL
           MOVE WS-DEATH-COUNT           TO RGT-COUNT
           WRITE DEATHRPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'SURVIVOR RECORDS    : ' TO RGT-LABEL
           MOVE WS-SURVIVOR-COUNT        TO RGT-COUNT
           WRITE DEATHRPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NO SPOUSE ON FILE   : ' TO RGT-LABEL
           MOVE WS-NO-SURVIVOR-COUNT     TO RGT-COUNT
           WRITE DEATHRPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       A800-PRINT-PENDING-REPORT SECTION.
           MOVE WS-RUN-DATE TO PNH-RUN-DATE
           MOVE WS-RUN-TIME TO PNH-RUN-TIME
           WRITE PENDRPT-LINE FROM WS-PND-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PENDRPT-LINE FROM WS-PND-HEADING-2
               AFTER ADVANCING 2 LINES

           MOVE WS-RUN-DATE TO W-DATE-WORK-NUM
           PERFORM A820-COMPUTE-DAY-NUMBER
           MOVE W-DAY-NUMBER TO W-RUN-DAY-NUMBER

           MOVE 'N'        TO WS-PENDING-EOF-SW
           MOVE LOW-VALUES TO PND-MEMBER-ID
           START PENDING-FILE KEY IS NOT LESS THAN PND-MEMBER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PENDING-EOF-SW
           END-START

           PERFORM UNTIL WS-PENDING-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PENDING-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM A810-PRINT-PENDING-ITEM
               END-READ
           END-PERFORM

           IF WS-PENDING-COUNT = 0
               WRITE PENDRPT-LINE FROM WS-PND-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'PENDING ITEMS       : ' TO RGT-LABEL
           MOVE WS-PENDING-COUNT         TO RGT-COUNT
           WRITE PENDRPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE '  0-2 DAYS CURRENT  : ' TO RGT-LABEL
           MOVE WS-AGE-CURRENT-COUNT     TO RGT-COUNT
           WRITE PENDRPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  3-7 DAYS AGING    : ' TO RGT-LABEL
           MOVE WS-AGE-AGING-COUNT       TO RGT-COUNT
           WRITE PENDRPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  8-30 DAYS OVERDUE : ' TO RGT-LABEL
           MOVE WS-AGE-OVERDUE-COUNT     TO RGT-COUNT
           WRITE PENDRPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  OVER 30 DAYS STALE: ' TO RGT-LABEL
           MOVE WS-AGE-STALE-COUNT       TO RGT-COUNT
           WRITE PENDRPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       A810-PRINT-PENDING-ITEM SECTION.
           MOVE PND-KEYED-DATE TO W-DATE-WORK-NUM
           PERFORM A820-COMPUTE-DAY-NUMBER
           IF W-DAY-NUMBER > W-RUN-DAY-NUMBER
               MOVE 0 TO W-DAYS-PENDING
           ELSE
               COMPUTE W-DAYS-PENDING = W-RUN-DAY-NUMBER - W-DAY-NUMBER
           END-IF

           MOVE PND-MEMBER-ID    TO PND-D-MEMBER-ID
           IF PND-BIRTH-DATE-CHANGE
               MOVE PND-OLD-BIRTH-DATE TO PND-D-OLD-BIRTH
               MOVE PND-NEW-BIRTH-DATE TO PND-D-NEW-BIRTH
           ELSE
               MOVE SPACES TO PND-D-OLD-BIRTH
               MOVE SPACES TO PND-D-NEW-BIRTH
           END-IF
           IF PND-NEW-BASE-BENEFIT > 0
               MOVE PND-OLD-BASE-BENEFIT TO PND-D-OLD-BENEFIT
               MOVE PND-NEW-BASE-BENEFIT TO PND-D-NEW-BENEFIT
           ELSE
               MOVE 0 TO PND-D-OLD-BENEFIT
               MOVE 0 TO PND-D-NEW-BENEFIT
           END-IF
           MOVE PND-KEYED-ORIGIN TO PND-D-ORIGIN
           MOVE PND-KEYED-DATE   TO PND-D-KEYED-DATE
           MOVE W-DAYS-PENDING   TO PND-D-DAYS

           IF W-DAYS-PENDING <= 2
               ADD 1 TO WS-AGE-CURRENT-COUNT
               MOVE SPACES TO PND-D-AGE
           ELSE
           IF W-DAYS-PENDING <= 7
               ADD 1 TO WS-AGE-AGING-COUNT
               MOVE 'AGING' TO PND-D-AGE
           ELSE
           IF W-DAYS-PENDING <= 30
               ADD 1 TO WS-AGE-OVERDUE-COUNT
               MOVE '** OVERDUE **' TO PND-D-AGE
           ELSE
               ADD 1 TO WS-AGE-STALE-COUNT
               MOVE '*** STALE ***' TO PND-D-AGE
           END-IF
           END-IF
           END-IF

           WRITE PENDRPT-LINE FROM WS-PND-DETAIL
               AFTER ADVANCING 1 LINE.

       A820-COMPUTE-DAY-NUMBER SECTION.
           IF W-DATE-MM < 1 OR W-DATE-MM > 12
               MOVE 1 TO W-DATE-MM
           END-IF
           IF W-DATE-MM > 2
               MOVE W-DATE-CCYY TO W-LEAP-YEAR
           ELSE
               COMPUTE W-LEAP-YEAR = W-DATE-CCYY - 1
           END-IF
           COMPUTE W-LEAP-DIV-4   = W-LEAP-YEAR / 4
           COMPUTE W-LEAP-DIV-100 = W-LEAP-YEAR / 100
           COMPUTE W-LEAP-DIV-400 = W-LEAP-YEAR / 400
           COMPUTE W-DAY-NUMBER =
               W-DATE-CCYY * 365
               + W-LEAP-DIV-4 - W-LEAP-DIV-100 + W-LEAP-DIV-400
               + WS-DAYS-BEFORE-MONTH (W-DATE-MM) + W-DATE-DD.

       A900-PRINT-CONTROL-REPORT SECTION.
           DISPLAY '=========================================='
           DISPLAY 'EBUD04 MEMBER MASTER MAINTENANCE REPORT'
           DISPLAY '  MEMBERS ADDED      : ' WS-ADDED-COUNT
           DISPLAY '  MEMBERS CHANGED    : ' WS-CHANGED-COUNT
           DISPLAY '  MEMBERS INACTIVATED: ' WS-INACTIVATED-COUNT
           DISPLAY '  DEATHS RECORDED    : ' WS-DEATH-COUNT
           DISPLAY '    SURVIVOR RECORDS : ' WS-SURVIVOR-COUNT
           DISPLAY '  TRANSACTION ERRORS : ' WS-TRAN-ERROR-COUNT
           DISPLAY '    UNAUTHORIZED     : ' WS-UNAUTHORIZED-COUNT
           DISPLAY '  CHANGES PENDED     : ' WS-PENDED-COUNT
           DISPLAY '  APPROVALS APPLIED  : ' WS-APPROVED-COUNT
           DISPLAY '  PENDING CANCELED   : ' WS-CANCELLED-COUNT
           DISPLAY '  MEMBERS REINSTATED : ' WS-REINSTATED-COUNT
           DISPLAY '    SPOUSES RESTORED : ' WS-SPOUSE-RESTORED-COUNT
           DISPLAY '    ELECTIONS RESTORD: ' WS-ELECT-RESTORED-COUNT
           DISPLAY '  STILL PENDING      : ' WS-PENDING-COUNT
           DISPLAY '  AUDIT RECS WRITTEN : ' WS-AUDIT-COUNT
           DISPLAY '=========================================='.
