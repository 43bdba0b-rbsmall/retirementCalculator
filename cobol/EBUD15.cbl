       ID DIVISION.
       PROGRAM-ID. EBUD15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCREP-FILE  ASSIGN TO 'DISCREP'.
           SELECT OPTIONAL OLDOPEN-FILE ASSIGN TO 'OLDOPEN'.
           SELECT NEWOPEN-FILE  ASSIGN TO 'NEWOPEN'.
           SELECT OPTIONAL RESOLVE-FILE ASSIGN TO 'RESOLVE'.
           SELECT MEMBER-FILE ASSIGN TO 'MEMBER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-MEMBER-ID.
           SELECT MEMTRAN-FILE  ASSIGN TO 'MEMTRAN'.
           SELECT WORKLIST-FILE ASSIGN TO 'WORKLIST'.
           SELECT SRCFIX-FILE   ASSIGN TO 'SRCFIX'.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL'.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCREP-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  DISCREP-LINE       PIC X(133).

       FD  OLDOPEN-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  OLDOPEN-RECORD     PIC X(150).

       FD  NEWOPEN-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  NEWOPEN-RECORD     PIC X(150).

       FD  RESOLVE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  RESOLVE-RECORD.
           COPY DSCRESL.

       FD  MEMBER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MEMBER-RECORD.
           COPY MEMMAST.

       FD  MEMTRAN-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  MEMTRAN-RECORD.
           COPY MEMTRAN.

       FD  WORKLIST-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  WORKLIST-LINE      PIC X(133).

       FD  SRCFIX-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  SRCFIX-LINE        PIC X(133).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CONTROL-RECORD.
           COPY CTLCARD.

       WORKING-STORAGE SECTION.
       01  WS-DISCREP-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-DISCREP-EOF    VALUE 'Y'.

       01  WS-OLDOPEN-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-OLDOPEN-EOF    VALUE 'Y'.

       01  WS-RESOLVE-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-RESOLVE-EOF    VALUE 'Y'.

       01  WS-ABORT-SW        PIC X(1) VALUE 'N'.
           88  WS-ABORT          VALUE 'Y'.

       01  WS-ITEM-CLOSED-SW  PIC X(1) VALUE 'N'.
           88  WS-ITEM-CLOSED    VALUE 'Y'.

       01  WS-NEW-DECISION-SW PIC X(1) VALUE 'N'.
           88  WS-NEW-DECISION   VALUE 'Y'.

       01  WS-DESK-ORIGIN     PIC X(8) VALUE 'DSCRESOL'.

       01  WS-PARM-AS-OF-DATE PIC 9(8) VALUE 0.
       01  WS-AS-OF-DATE-NUM  PIC 9(8) VALUE 0.
       01  WS-RUN-DATE        PIC 9(8) VALUE 0.

       01  WS-DISCREP-DETAIL.
           COPY DSCLINE.

       01  WS-OPEN-ITEM.
           COPY DSCITEM.

       01  WS-OLD-ITEM.
           05  WS-OLD-KEY         PIC X(21).
           05  FILLER             PIC X(129).

       01  WS-TONIGHT-KEY.
           05  WS-TNT-MEMBER-ID   PIC X(9).
           05  WS-TNT-FIELD-NAME  PIC X(12).

       01  WS-PREV-TONIGHT-KEY    PIC X(21) VALUE LOW-VALUES.
       01  WS-PREV-OLD-KEY        PIC X(21) VALUE LOW-VALUES.

       01  WS-MASTER-DATE-TEXT.
           05  MDT-CCYY           PIC 9(4).
           05  FILLER             PIC X(1)  VALUE '/'.
           05  MDT-MM             PIC 9(2).
           05  FILLER             PIC X(1)  VALUE '/'.
           05  MDT-DD             PIC 9(2).

       01  WS-EXTRACT-DATE-TEXT.
           05  EDT-CCYY           PIC X(4).
           05  FILLER             PIC X(1).
           05  EDT-MM             PIC X(2).
           05  FILLER             PIC X(1).
           05  EDT-DD             PIC X(2).
           05  FILLER             PIC X(20).

       01  WS-EXTRACT-BIRTH-DATE.
           05  WS-EXT-BIRTH-CCYY  PIC 9(4).
           05  WS-EXT-BIRTH-MM    PIC 9(2).
           05  WS-EXT-BIRTH-DD    PIC 9(2).
       01  WS-EXTRACT-BIRTH-NUM REDEFINES WS-EXTRACT-BIRTH-DATE
                                  PIC 9(8).

       01  WS-CURRENT-MASTER-VALUE PIC X(30) VALUE SPACES.

       01  WS-RES-LIMIT       PIC 9(4) VALUE 2000.
       01  WS-RES-COUNT       PIC 9(4) VALUE 0.
       01  WS-RES-SCAN        PIC 9(4) VALUE 0.
       01  WS-PREV-RES-KEY    PIC X(21) VALUE LOW-VALUES.

       01  WS-RES-FOUND-SW    PIC X(1) VALUE 'N'.
           88  WS-RES-FOUND      VALUE 'Y'.

       01  WS-RESOLUTION-TABLE.
           05  WS-RES-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-RES-COUNT
                   ASCENDING KEY IS WS-RES-KEY
                   INDEXED BY RES-IDX.
               10  WS-RES-KEY          PIC X(21).
               10  WS-RES-DECISION     PIC X(1).
               10  WS-RES-DECIDED-BY   PIC X(8).
               10  WS-RES-STATE        PIC X(1).

       01  WS-SRC-LIMIT       PIC 9(2) VALUE 10.
       01  WS-SRC-COUNT       PIC 9(2) VALUE 0.
       01  WS-SRC-IDX         PIC 9(2) VALUE 0.
       01  WS-SRC-SCAN        PIC 9(2) VALUE 0.

       01  WS-SRC-FOUND-SW    PIC X(1) VALUE 'N'.
           88  WS-SRC-FOUND      VALUE 'Y'.

       01  WS-SOURCE-TOTALS-TABLE.
           05  WS-SRC-ENTRY OCCURS 10 TIMES.
               10  WS-SRC-ID          PIC X(8) VALUE SPACES.
               10  WS-SRC-ITEMS       PIC 9(9) VALUE 0.

       01  WS-DISCREP-READ-COUNT  PIC 9(9) VALUE 0.
       01  WS-DISCREP-USED-COUNT  PIC 9(9) VALUE 0.
       01  WS-DISCREP-SKIP-COUNT  PIC 9(9) VALUE 0.
       01  WS-DISCREP-DUP-COUNT   PIC 9(9) VALUE 0.
       01  WS-OLD-ITEM-COUNT      PIC 9(9) VALUE 0.
       01  WS-NEW-ITEM-COUNT      PIC 9(9) VALUE 0.
       01  WS-NOT-PRESENT-COUNT   PIC 9(9) VALUE 0.
       01  WS-RERUN-COUNT         PIC 9(9) VALUE 0.
       01  WS-CLEARED-COUNT       PIC 9(9) VALUE 0.
       01  WS-OFF-MASTER-COUNT    PIC 9(9) VALUE 0.
       01  WS-SOURCE-FIXED-COUNT  PIC 9(9) VALUE 0.
       01  WS-RES-READ-COUNT      PIC 9(9) VALUE 0.
       01  WS-RES-EXTRACT-COUNT   PIC 9(9) VALUE 0.
       01  WS-RES-MASTER-COUNT    PIC 9(9) VALUE 0.
       01  WS-RES-REJECT-COUNT    PIC 9(9) VALUE 0.
       01  WS-MEMTRAN-COUNT       PIC 9(9) VALUE 0.
       01  WS-SRCFIX-COUNT        PIC 9(9) VALUE 0.
       01  WS-CARRIED-COUNT       PIC 9(9) VALUE 0.

       01  WS-WORK-HEADING-1.
           05  FILLER PIC X(40)
               VALUE 'EBUD15 MASTER DISCREPANCY WORKLIST      '.
           05  FILLER PIC X(9)  VALUE 'CYCLE:   '.
           05  WKH-AS-OF-DATE PIC 9(8).
           05  FILLER PIC X(76) VALUE SPACES.

       01  WS-WORK-HEADING-2.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(45)
               VALUE 'STATUS: OPEN = AWAITING DESK DECISION (E/M),'.
           05  FILLER PIC X(44)
               VALUE 'CHANGE SENT = MASTER FIX QUEUED FOR EBUD04,'.
           05  FILLER PIC X(42)
               VALUE 'AT SOURCE = SOURCE SYSTEM TO CORRECT'.

       01  WS-WORK-HEADING-3.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER PIC X(14) VALUE 'FIELD'.
           05  FILLER PIC X(32) VALUE 'EXTRACT VALUE'.
           05  FILLER PIC X(32) VALUE 'MASTER VALUE'.
           05  FILLER PIC X(10) VALUE 'SOURCE'.
           05  FILLER PIC X(10) VALUE 'FIRST SEEN'.
           05  FILLER PIC X(7)  VALUE 'NIGHTS'.
           05  FILLER PIC X(3)  VALUE 'NOW'.
           05  FILLER PIC X(12) VALUE 'STATUS'.

       01  WS-WORK-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKD-MEMBER-ID      PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKD-FIELD-NAME     PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKD-EXTRACT-VALUE  PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKD-MASTER-VALUE   PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKD-SOURCE-SYSTEM  PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKD-FIRST-SEEN     PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKD-NIGHTS-OUT     PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKD-PRESENT-FLAG   PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKD-STATUS         PIC X(12).

       01  WS-WORK-SECTION-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WSL-TEXT           PIC X(60).
           05  FILLER             PIC X(71) VALUE SPACES.

       01  WS-DECISION-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WDD-MEMBER-ID      PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WDD-FIELD-NAME     PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WDD-DECISION       PIC X(1).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WDD-DECIDED-BY     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WDD-REASON         PIC X(30).
           05  FILLER             PIC X(62) VALUE SPACES.

       01  WS-WORK-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WKT-LABEL          PIC X(26).
           05  WKT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(94) VALUE SPACES.

       01  WS-FIX-HEADING-1.
           05  FILLER PIC X(40)
               VALUE 'EBUD15 SOURCE SYSTEM CORRECTION REPORT  '.
           05  FILLER PIC X(9)  VALUE 'CYCLE:   '.
           05  FXH-AS-OF-DATE PIC 9(8).
           05  FILLER PIC X(76) VALUE SPACES.

       01  WS-FIX-HEADING-2.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(45)
               VALUE 'THE MEMBER MASTER IS CORRECT - EACH SOURCE '.
           05  FILLER PIC X(45)
               VALUE 'SYSTEM BELOW IS SENDING THE EXTRACT VALUE '.
           05  FILLER PIC X(41)
               VALUE 'SHOWN AND MUST BE CORRECTED AT SOURCE.'.

       01  WS-FIX-HEADING-3.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'SOURCE'.
           05  FILLER PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER PIC X(14) VALUE 'FIELD'.
           05  FILLER PIC X(32) VALUE 'EXTRACT VALUE (WRONG)'.
           05  FILLER PIC X(32) VALUE 'MASTER VALUE (CORRECT)'.
           05  FILLER PIC X(10) VALUE 'FIRST SEEN'.
           05  FILLER PIC X(7)  VALUE 'NIGHTS'.
           05  FILLER PIC X(15) VALUE 'DECIDED'.

       01  WS-FIX-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FXD-SOURCE-SYSTEM  PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FXD-MEMBER-ID      PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FXD-FIELD-NAME     PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FXD-EXTRACT-VALUE  PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FXD-MASTER-VALUE   PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FXD-FIRST-SEEN     PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FXD-NIGHTS-OUT     PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FXD-RESOLVED-DATE  PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FXD-NEW-FLAG       PIC X(3).
           05  FILLER             PIC X(3)  VALUE SPACES.

       01  WS-FIX-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FXT-LABEL          PIC X(18).
           05  FXT-SOURCE         PIC X(8).
           05  FXT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM A050-READ-CONTROL-CARD
           PERFORM A060-ESTABLISH-AS-OF-DATE
           PERFORM A070-LOAD-RESOLUTIONS

           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  DISCREP-FILE
                       OLDOPEN-FILE
                       MEMBER-FILE
                OUTPUT NEWOPEN-FILE
                       MEMTRAN-FILE
                       WORKLIST-FILE
                       SRCFIX-FILE

           PERFORM A080-START-REPORTS

           PERFORM A110-READ-DISCREP
           PERFORM A120-READ-OLD-ITEM

           PERFORM UNTIL WS-ABORT
                   OR (WS-TONIGHT-KEY = HIGH-VALUES
                       AND WS-OLD-KEY = HIGH-VALUES)
               EVALUATE TRUE
                   WHEN WS-TONIGHT-KEY < WS-OLD-KEY
                       PERFORM A200-NEW-ITEM
                       PERFORM A110-READ-DISCREP
                   WHEN WS-TONIGHT-KEY > WS-OLD-KEY
                       PERFORM A210-CARRY-ITEM
                       PERFORM A120-READ-OLD-ITEM
                   WHEN OTHER
                       PERFORM A220-MATCH-ITEM
                       PERFORM A110-READ-DISCREP
                       PERFORM A120-READ-OLD-ITEM
               END-EVALUATE
           END-PERFORM

           IF NOT WS-ABORT
               PERFORM A600-LIST-UNAPPLIED-DECISIONS
               PERFORM A700-PRINT-WORKLIST-TOTALS
               PERFORM A750-PRINT-SOURCE-TOTALS
           END-IF

           CLOSE DISCREP-FILE
                 OLDOPEN-FILE
                 MEMBER-FILE
                 NEWOPEN-FILE
                 MEMTRAN-FILE
                 WORKLIST-FILE
                 SRCFIX-FILE

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
               ACCEPT WS-AS-OF-DATE-NUM FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'AS-OF DATE: ' WS-AS-OF-DATE-NUM.

       A070-LOAD-RESOLUTIONS SECTION.
           MOVE 0          TO WS-RES-COUNT
           MOVE 'N'        TO WS-RESOLVE-EOF-SW
           MOVE LOW-VALUES TO WS-PREV-RES-KEY
           OPEN INPUT RESOLVE-FILE

           PERFORM UNTIL WS-RESOLVE-EOF OR WS-ABORT
               READ RESOLVE-FILE
                   AT END
                       MOVE 'Y' TO WS-RESOLVE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RES-READ-COUNT
                       IF DRS-KEY < WS-PREV-RES-KEY
                           DISPLAY 'RESOLUTION FILE OUT OF SEQUENCE '
                               'AT MEMBER: ' DRS-MEMBER-ID
                           MOVE 'Y' TO WS-ABORT-SW
                       ELSE
                       IF DRS-KEY = WS-PREV-RES-KEY
                           DISPLAY 'DUPLICATE DECISION IGNORED FOR '
                               'MEMBER: ' DRS-MEMBER-ID ' '
                               DRS-FIELD-NAME
                           ADD 1 TO WS-RES-REJECT-COUNT
                       ELSE
                       IF WS-RES-COUNT >= WS-RES-LIMIT
                           DISPLAY 'RESOLUTION TABLE EXCEEDS LIMIT OF '
                               WS-RES-LIMIT
                           MOVE 'Y' TO WS-ABORT-SW
                       ELSE
                           ADD 1 TO WS-RES-COUNT
                           MOVE DRS-KEY
                               TO WS-RES-KEY (WS-RES-COUNT)
                           MOVE DRS-DECISION
                               TO WS-RES-DECISION (WS-RES-COUNT)
                           MOVE DRS-DECIDED-BY
                               TO WS-RES-DECIDED-BY (WS-RES-COUNT)
                           IF DRS-EXTRACT-RIGHT OR DRS-MASTER-RIGHT
                               MOVE 'N' TO WS-RES-STATE (WS-RES-COUNT)
                           ELSE
                               MOVE 'X' TO WS-RES-STATE (WS-RES-COUNT)
                           END-IF
                           MOVE DRS-KEY TO WS-PREV-RES-KEY
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESOLVE-FILE
           DISPLAY 'RESOLUTION DECISIONS LOADED: ' WS-RES-COUNT.

       A080-START-REPORTS SECTION.
           MOVE WS-AS-OF-DATE-NUM TO WKH-AS-OF-DATE
           WRITE WORKLIST-LINE FROM WS-WORK-HEADING-1
               AFTER ADVANCING PAGE
           WRITE WORKLIST-LINE FROM WS-WORK-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE WORKLIST-LINE FROM WS-WORK-HEADING-3
               AFTER ADVANCING 2 LINES

           MOVE WS-AS-OF-DATE-NUM TO FXH-AS-OF-DATE
           WRITE SRCFIX-LINE FROM WS-FIX-HEADING-1
               AFTER ADVANCING PAGE
           WRITE SRCFIX-LINE FROM WS-FIX-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE SRCFIX-LINE FROM WS-FIX-HEADING-3
               AFTER ADVANCING 2 LINES.

       A110-READ-DISCREP SECTION.
           MOVE SPACES TO WS-TONIGHT-KEY
           PERFORM UNTIL WS-TONIGHT-KEY NOT = SPACES
               READ DISCREP-FILE INTO WS-DISCREP-DETAIL
                   AT END
                       MOVE 'Y' TO WS-DISCREP-EOF-SW
                       MOVE HIGH-VALUES TO WS-TONIGHT-KEY
                   NOT AT END
                       ADD 1 TO WS-DISCREP-READ-COUNT
                       IF DSC-MEMBER-ID = SPACES
                          OR (DSC-FIELD-NAME NOT = 'NAME'
                              AND DSC-FIELD-NAME NOT = 'BIRTH DATE')
                           ADD 1 TO WS-DISCREP-SKIP-COUNT
                       ELSE
                           MOVE DSC-MEMBER-ID  TO WS-TNT-MEMBER-ID
                           MOVE DSC-FIELD-NAME TO WS-TNT-FIELD-NAME
                           IF WS-TONIGHT-KEY < WS-PREV-TONIGHT-KEY
                               DISPLAY 'DISCREP FILE OUT OF SEQUENCE '
                                   'AT MEMBER: ' DSC-MEMBER-ID
                               MOVE 'Y' TO WS-ABORT-SW
                               MOVE HIGH-VALUES TO WS-TONIGHT-KEY
                           ELSE
                           IF WS-TONIGHT-KEY = WS-PREV-TONIGHT-KEY
                               ADD 1 TO WS-DISCREP-DUP-COUNT
                               MOVE SPACES TO WS-TONIGHT-KEY
                           ELSE
                               ADD 1 TO WS-DISCREP-USED-COUNT
                               MOVE WS-TONIGHT-KEY
                                   TO WS-PREV-TONIGHT-KEY
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       A120-READ-OLD-ITEM SECTION.
           READ OLDOPEN-FILE INTO WS-OLD-ITEM
               AT END
                   MOVE 'Y' TO WS-OLDOPEN-EOF-SW
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   ADD 1 TO WS-OLD-ITEM-COUNT
                   IF WS-OLD-KEY NOT > WS-PREV-OLD-KEY
                       DISPLAY 'OPEN ITEM FILE OUT OF SEQUENCE AT: '
                           WS-OLD-KEY
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE HIGH-VALUES TO WS-OLD-KEY
                   ELSE
                       MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY
                   END-IF
           END-READ.

       A200-NEW-ITEM SECTION.
           ADD 1 TO WS-NEW-ITEM-COUNT
           MOVE SPACES            TO WS-OPEN-ITEM
           MOVE DSC-MEMBER-ID     TO DSI-MEMBER-ID
           MOVE DSC-FIELD-NAME    TO DSI-FIELD-NAME
           MOVE DSC-EXTRACT-VALUE TO DSI-EXTRACT-VALUE
           MOVE DSC-MASTER-VALUE  TO DSI-MASTER-VALUE
           MOVE DSC-SOURCE-SYSTEM TO DSI-SOURCE-SYSTEM
           MOVE WS-AS-OF-DATE-NUM TO DSI-FIRST-SEEN
           MOVE WS-AS-OF-DATE-NUM TO DSI-LAST-SEEN
           MOVE 1                 TO DSI-NIGHTS-OUT
           MOVE 'Y'               TO DSI-PRESENT-FLAG
           MOVE 0                 TO DSI-RESOLVED-DATE
           MOVE WS-AS-OF-DATE-NUM TO DSI-LAST-CYCLE-DATE
           PERFORM A300-WORK-ITEM.

       A210-CARRY-ITEM SECTION.
           ADD 1 TO WS-NOT-PRESENT-COUNT
           MOVE WS-OLD-ITEM TO WS-OPEN-ITEM
           PERFORM A230-COUNT-NIGHT
           MOVE 'N' TO DSI-PRESENT-FLAG
           PERFORM A300-WORK-ITEM.

       A220-MATCH-ITEM SECTION.
           MOVE WS-OLD-ITEM TO WS-OPEN-ITEM
           PERFORM A230-COUNT-NIGHT
           MOVE DSC-EXTRACT-VALUE TO DSI-EXTRACT-VALUE
           MOVE DSC-SOURCE-SYSTEM TO DSI-SOURCE-SYSTEM
           MOVE WS-AS-OF-DATE-NUM TO DSI-LAST-SEEN
           MOVE 'Y'               TO DSI-PRESENT-FLAG
           PERFORM A300-WORK-ITEM.

       A230-COUNT-NIGHT SECTION.
           IF DSI-LAST-CYCLE-DATE = WS-AS-OF-DATE-NUM
               ADD 1 TO WS-RERUN-COUNT
           ELSE
               IF DSI-NIGHTS-OUT < 99999
                   ADD 1 TO DSI-NIGHTS-OUT
               END-IF
               MOVE WS-AS-OF-DATE-NUM TO DSI-LAST-CYCLE-DATE
           END-IF.

       A300-WORK-ITEM SECTION.
           MOVE 'N' TO WS-ITEM-CLOSED-SW
           MOVE 'N' TO WS-NEW-DECISION-SW
           MOVE SPACES TO WKD-STATUS

           PERFORM A320-CHECK-MASTER
           IF NOT WS-ITEM-CLOSED
               PERFORM A310-APPLY-DECISION
           END-IF

           IF NOT WS-ITEM-CLOSED
               IF DSI-MASTER-RIGHT
                   IF DSI-PRESENT
                       PERFORM A450-WRITE-SOURCE-FIX
                   ELSE
                       MOVE 'Y' TO WS-ITEM-CLOSED-SW
                       MOVE 'SOURCE FIXED' TO WKD-STATUS
                       ADD 1 TO WS-SOURCE-FIXED-COUNT
                   END-IF
               END-IF
           END-IF

           IF NOT WS-ITEM-CLOSED
               EVALUATE TRUE
                   WHEN DSI-EXTRACT-RIGHT
                       MOVE 'CHANGE SENT' TO WKD-STATUS
                   WHEN DSI-MASTER-RIGHT
                       MOVE 'AT SOURCE'   TO WKD-STATUS
                   WHEN OTHER
                       MOVE 'OPEN'        TO WKD-STATUS
               END-EVALUATE
               MOVE WS-OPEN-ITEM TO NEWOPEN-RECORD
               WRITE NEWOPEN-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF

           PERFORM A500-WRITE-WORKLIST-LINE.

       A310-APPLY-DECISION SECTION.
           MOVE 'N' TO WS-RES-FOUND-SW
           IF WS-RES-COUNT > 0
               SEARCH ALL WS-RES-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RES-KEY (RES-IDX) = DSI-KEY
                       MOVE 'Y' TO WS-RES-FOUND-SW
               END-SEARCH
           END-IF

           IF WS-RES-FOUND
               IF WS-RES-STATE (RES-IDX) = 'N'
                   IF DSI-UNRESOLVED
                       MOVE 'Y' TO WS-RES-STATE (RES-IDX)
                       MOVE 'Y' TO WS-NEW-DECISION-SW
                       MOVE WS-RES-DECISION (RES-IDX)
                           TO DSI-RESOLUTION
                       MOVE WS-RUN-DATE TO DSI-RESOLVED-DATE
                       MOVE WS-RES-DECIDED-BY (RES-IDX)
                           TO DSI-RESOLVED-BY
                       IF DSI-EXTRACT-RIGHT
                           ADD 1 TO WS-RES-EXTRACT-COUNT
                           PERFORM A400-WRITE-MASTER-CHANGE
                       ELSE
                           ADD 1 TO WS-RES-MASTER-COUNT
                       END-IF
                   ELSE
                       MOVE 'R' TO WS-RES-STATE (RES-IDX)
                   END-IF
               END-IF
           END-IF.

       A320-CHECK-MASTER SECTION.
           MOVE DSI-MEMBER-ID TO MST-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-ITEM-CLOSED-SW
                   MOVE 'OFF MASTER' TO WKD-STATUS
                   ADD 1 TO WS-OFF-MASTER-COUNT
               NOT INVALID KEY
                   IF DSI-FIELD-NAME = 'NAME'
                       MOVE MST-MEMBER-NAME
                           TO WS-CURRENT-MASTER-VALUE
                   ELSE
                       MOVE MST-BIRTH-CCYY TO MDT-CCYY
                       MOVE MST-BIRTH-MM   TO MDT-MM
                       MOVE MST-BIRTH-DD   TO MDT-DD
                       MOVE WS-MASTER-DATE-TEXT
                           TO WS-CURRENT-MASTER-VALUE
                   END-IF
                   MOVE WS-CURRENT-MASTER-VALUE TO DSI-MASTER-VALUE
                   IF WS-CURRENT-MASTER-VALUE = DSI-EXTRACT-VALUE
                       MOVE 'Y' TO WS-ITEM-CLOSED-SW
                       MOVE 'CLEARED' TO WKD-STATUS
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
           END-READ.

       A400-WRITE-MASTER-CHANGE SECTION.
           MOVE SPACES        TO MEMTRAN-RECORD
           MOVE 'C'           TO TRN-ACTION
           MOVE DSI-MEMBER-ID TO TRN-MEMBER-ID
           MOVE 0             TO TRN-BIRTH-DATE
           MOVE 0             TO TRN-BASE-BENEFIT
           MOVE WS-DESK-ORIGIN TO TRN-ORIGIN

           IF DSI-FIELD-NAME = 'NAME'
               MOVE DSI-EXTRACT-VALUE TO TRN-MEMBER-NAME
           ELSE
               MOVE DSI-EXTRACT-VALUE TO WS-EXTRACT-DATE-TEXT
               IF EDT-CCYY NUMERIC AND EDT-MM NUMERIC
                  AND EDT-DD NUMERIC
                   MOVE EDT-CCYY TO WS-EXT-BIRTH-CCYY
                   MOVE EDT-MM   TO WS-EXT-BIRTH-MM
                   MOVE EDT-DD   TO WS-EXT-BIRTH-DD
                   MOVE WS-EXTRACT-BIRTH-NUM TO TRN-BIRTH-DATE
               END-IF
           END-IF

           IF TRN-MEMBER-NAME = SPACES
              AND TRN-BIRTH-DATE = 0
               DISPLAY 'NO USABLE EXTRACT VALUE - CHANGE NOT SENT '
                   'FOR MEMBER: ' DSI-MEMBER-ID ' ' DSI-FIELD-NAME
               MOVE SPACE TO DSI-RESOLUTION
               MOVE 0     TO DSI-RESOLVED-DATE
               MOVE SPACES TO DSI-RESOLVED-BY
               MOVE 'V'   TO WS-RES-STATE (RES-IDX)
               MOVE 'N'   TO WS-NEW-DECISION-SW
               SUBTRACT 1 FROM WS-RES-EXTRACT-COUNT
           ELSE
               WRITE MEMTRAN-RECORD
               ADD 1 TO WS-MEMTRAN-COUNT
           END-IF.

       A450-WRITE-SOURCE-FIX SECTION.
           MOVE DSI-SOURCE-SYSTEM TO FXD-SOURCE-SYSTEM
           MOVE DSI-MEMBER-ID     TO FXD-MEMBER-ID
           MOVE DSI-FIELD-NAME    TO FXD-FIELD-NAME
           MOVE DSI-EXTRACT-VALUE TO FXD-EXTRACT-VALUE
           MOVE DSI-MASTER-VALUE  TO FXD-MASTER-VALUE
           MOVE DSI-FIRST-SEEN    TO FXD-FIRST-SEEN
           MOVE DSI-NIGHTS-OUT    TO FXD-NIGHTS-OUT
           MOVE DSI-RESOLVED-DATE TO FXD-RESOLVED-DATE
           IF WS-NEW-DECISION
               MOVE 'NEW' TO FXD-NEW-FLAG
           ELSE
               MOVE SPACES TO FXD-NEW-FLAG
           END-IF
           WRITE SRCFIX-LINE FROM WS-FIX-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SRCFIX-COUNT

           PERFORM A460-FIND-SOURCE-ENTRY
           ADD 1 TO WS-SRC-ITEMS (WS-SRC-IDX).

       A460-FIND-SOURCE-ENTRY SECTION.
           MOVE 'N' TO WS-SRC-FOUND-SW
           PERFORM A470-MATCH-SOURCE-ENTRY
               VARYING WS-SRC-SCAN FROM 1 BY 1
               UNTIL WS-SRC-SCAN > WS-SRC-COUNT OR WS-SRC-FOUND
           IF NOT WS-SRC-FOUND
               IF WS-SRC-COUNT < WS-SRC-LIMIT
                   ADD 1 TO WS-SRC-COUNT
                   MOVE DSI-SOURCE-SYSTEM TO WS-SRC-ID (WS-SRC-COUNT)
                   MOVE WS-SRC-COUNT TO WS-SRC-IDX
               ELSE
                   MOVE WS-SRC-LIMIT TO WS-SRC-IDX
                   MOVE 'OTHERS'     TO WS-SRC-ID (WS-SRC-IDX)
               END-IF
           END-IF.

       A470-MATCH-SOURCE-ENTRY SECTION.
           IF WS-SRC-ID (WS-SRC-SCAN) = DSI-SOURCE-SYSTEM
               MOVE 'Y' TO WS-SRC-FOUND-SW
               MOVE WS-SRC-SCAN TO WS-SRC-IDX
           END-IF.

       A500-WRITE-WORKLIST-LINE SECTION.
           MOVE DSI-MEMBER-ID     TO WKD-MEMBER-ID
           MOVE DSI-FIELD-NAME    TO WKD-FIELD-NAME
           MOVE DSI-EXTRACT-VALUE TO WKD-EXTRACT-VALUE
           MOVE DSI-MASTER-VALUE  TO WKD-MASTER-VALUE
           MOVE DSI-SOURCE-SYSTEM TO WKD-SOURCE-SYSTEM
           MOVE DSI-FIRST-SEEN    TO WKD-FIRST-SEEN
           MOVE DSI-NIGHTS-OUT    TO WKD-NIGHTS-OUT
           MOVE DSI-PRESENT-FLAG  TO WKD-PRESENT-FLAG
           WRITE WORKLIST-LINE FROM WS-WORK-DETAIL
               AFTER ADVANCING 1 LINE.

       A600-LIST-UNAPPLIED-DECISIONS SECTION.
           MOVE 'DECISIONS NOT APPLIED' TO WSL-TEXT
           WRITE WORKLIST-LINE FROM WS-WORK-SECTION-LINE
               AFTER ADVANCING 3 LINES
           PERFORM A610-LIST-ONE-DECISION
               VARYING WS-RES-SCAN FROM 1 BY 1
               UNTIL WS-RES-SCAN > WS-RES-COUNT.

       A610-LIST-ONE-DECISION SECTION.
           IF WS-RES-STATE (WS-RES-SCAN) NOT = 'Y'
               ADD 1 TO WS-RES-REJECT-COUNT
               MOVE WS-RES-KEY (WS-RES-SCAN) (1:9)  TO WDD-MEMBER-ID
               MOVE WS-RES-KEY (WS-RES-SCAN) (10:12)
                   TO WDD-FIELD-NAME
               MOVE WS-RES-DECISION (WS-RES-SCAN)   TO WDD-DECISION
               MOVE WS-RES-DECIDED-BY (WS-RES-SCAN) TO WDD-DECIDED-BY
               EVALUATE WS-RES-STATE (WS-RES-SCAN)
                   WHEN 'X'
                       MOVE 'DECISION CODE NOT E OR M'
                           TO WDD-REASON
                   WHEN 'R'
                       MOVE 'ITEM ALREADY DECIDED'
                           TO WDD-REASON
                   WHEN 'V'
                       MOVE 'EXTRACT VALUE NOT USABLE'
                           TO WDD-REASON
                   WHEN OTHER
                       MOVE 'NO OPEN ITEM FOR DECISION'
                           TO WDD-REASON
               END-EVALUATE
               WRITE WORKLIST-LINE FROM WS-DECISION-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.

       A700-PRINT-WORKLIST-TOTALS SECTION.
           MOVE 'OPEN ITEMS CARRIED IN    :' TO WKT-LABEL
           MOVE WS-OLD-ITEM-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'DISCREPANCIES TONIGHT    :' TO WKT-LABEL
           MOVE WS-DISCREP-USED-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NEW ITEMS OPENED         :' TO WKT-LABEL
           MOVE WS-NEW-ITEM-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NOT REPORTED TONIGHT     :' TO WKT-LABEL
           MOVE WS-NOT-PRESENT-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CLOSED - MASTER AGREES   :' TO WKT-LABEL
           MOVE WS-CLEARED-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CLOSED - OFF MASTER      :' TO WKT-LABEL
           MOVE WS-OFF-MASTER-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CLOSED - SOURCE FIXED    :' TO WKT-LABEL
           MOVE WS-SOURCE-FIXED-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DECISIONS READ           :' TO WKT-LABEL
           MOVE WS-RES-READ-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'EXTRACT RIGHT - CHANGES  :' TO WKT-LABEL
           MOVE WS-RES-EXTRACT-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MASTER RIGHT - TO SOURCE :' TO WKT-LABEL
           MOVE WS-RES-MASTER-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DECISIONS NOT APPLIED    :' TO WKT-LABEL
           MOVE WS-RES-REJECT-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OPEN ITEMS CARRIED OUT   :' TO WKT-LABEL
           MOVE WS-CARRIED-COUNT TO WKT-COUNT
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       A750-PRINT-SOURCE-TOTALS SECTION.
           PERFORM A760-PRINT-ONE-SOURCE
               VARYING WS-SRC-SCAN FROM 1 BY 1
               UNTIL WS-SRC-SCAN > WS-SRC-COUNT
           MOVE 'TOTAL ITEMS       ' TO FXT-LABEL
           MOVE SPACES               TO FXT-SOURCE
           MOVE WS-SRCFIX-COUNT      TO FXT-COUNT
           WRITE SRCFIX-LINE FROM WS-FIX-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       A760-PRINT-ONE-SOURCE SECTION.
           MOVE 'ITEMS FOR SOURCE  '      TO FXT-LABEL
           MOVE WS-SRC-ID (WS-SRC-SCAN)   TO FXT-SOURCE
           MOVE WS-SRC-ITEMS (WS-SRC-SCAN) TO FXT-COUNT
           IF WS-SRC-SCAN = 1
               WRITE SRCFIX-LINE FROM WS-FIX-TOTAL-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               WRITE SRCFIX-LINE FROM WS-FIX-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       A900-PRINT-CONTROL-REPORT SECTION.
           DISPLAY '=========================================='
           DISPLAY 'EBUD15 DISCREPANCY RESOLUTION CONTROL REPORT'
           DISPLAY '  DISCREP LINES READ : ' WS-DISCREP-READ-COUNT
           DISPLAY '  DISCREPANCIES USED : ' WS-DISCREP-USED-COUNT
           DISPLAY '  DUPLICATES IGNORED : ' WS-DISCREP-DUP-COUNT
           DISPLAY '  OPEN ITEMS IN      : ' WS-OLD-ITEM-COUNT
           DISPLAY '  NEW ITEMS OPENED   : ' WS-NEW-ITEM-COUNT
           DISPLAY '  CLOSED - CLEARED   : ' WS-CLEARED-COUNT
           DISPLAY '  CLOSED - OFF MASTER: ' WS-OFF-MASTER-COUNT
           DISPLAY '  CLOSED - SRC FIXED : ' WS-SOURCE-FIXED-COUNT
           DISPLAY '  DECISIONS READ     : ' WS-RES-READ-COUNT
           DISPLAY '  MASTER CHANGES SENT: ' WS-MEMTRAN-COUNT
           DISPLAY '  SOURCE FIX ITEMS   : ' WS-SRCFIX-COUNT
           DISPLAY '  DECISIONS REJECTED : ' WS-RES-REJECT-COUNT
           DISPLAY '  OPEN ITEMS OUT     : ' WS-CARRIED-COUNT
           IF WS-RERUN-COUNT > 0
               DISPLAY '  RERUN OF CYCLE - NIGHTS NOT RECOUNTED: '
                   WS-RERUN-COUNT
           END-IF
           IF WS-ABORT
               DISPLAY '  *** RUN ABORTED - FILES NOT PROMOTED  ***'
           END-IF
           DISPLAY '=========================================='.
