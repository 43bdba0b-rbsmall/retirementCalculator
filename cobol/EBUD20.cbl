       ID DIVISION.
       PROGRAM-ID. EBUD20.

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
           SELECT RESULT-FILE  ASSIGN TO 'RESULT'.
           SELECT REJECT-FILE  ASSIGN TO 'REJECT'.
           SELECT OPTIONAL ELECT-FILE  ASSIGN TO 'ELECT'.
           SELECT OPTIONAL TRKOLD-FILE ASSIGN TO 'TRKOLD'.
           SELECT TRKNEW-FILE  ASSIGN TO 'TRKNEW'.
           SELECT MISSRPT-FILE ASSIGN TO 'MISSRPT'.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL'.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MEMBER-RECORD.
           COPY MEMMAST.

       FD  RESULT-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  RESULT-RECORD.
           COPY OUTDATE.

       FD  REJECT-FILE
           RECORD CONTAINS 94 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  REJECT-RECORD.
           COPY REJDATE.

       FD  ELECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  ELECT-RECORD.
           COPY ELECMAST.

       FD  TRKOLD-FILE
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  TRKOLD-RECORD.
           COPY MISSTRK
               REPLACING MTK-MEMBER-ID BY OTK-MEMBER-ID
                         MTK-LAST-SEEN-DATE BY OTK-LAST-SEEN-DATE
                         MTK-LAST-SOURCE BY OTK-LAST-SOURCE
                         MTK-NIGHTS-MISSING BY OTK-NIGHTS-MISSING
                         MTK-FIRST-MISSING-DATE
                             BY OTK-FIRST-MISSING-DATE
                         MTK-LAST-CYCLE-DATE BY OTK-LAST-CYCLE-DATE.

       FD  TRKNEW-FILE
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  TRKNEW-RECORD.
           COPY MISSTRK.

       FD  MISSRPT-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  MISSRPT-LINE       PIC X(133).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CONTROL-RECORD.
           COPY MISCARD.

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-MEMBER-EOF     VALUE 'Y'.

       01  WS-CYCLE-FAIL-SW   PIC X(1) VALUE 'N'.
           88  WS-CYCLE-FAIL     VALUE 'Y'.

       01  WS-SEQ-ERROR-SW    PIC X(1) VALUE 'N'.
           88  WS-SEQ-ERROR      VALUE 'Y'.

       01  WS-PRESENT-SW      PIC X(1) VALUE 'N'.
           88  WS-PRESENT        VALUE 'Y'.

       01  WS-ELECTED-SW      PIC X(1) VALUE 'N'.
           88  WS-ELECTED        VALUE 'Y'.

       01  WS-TRACKED-SW      PIC X(1) VALUE 'N'.
           88  WS-TRACKED        VALUE 'Y'.

       01  WS-SLOT-FOUND-SW   PIC X(1) VALUE 'N'.
           88  WS-SLOT-FOUND     VALUE 'Y'.

       01  WS-RESULT-KEY      PIC X(9) VALUE LOW-VALUES.
       01  WS-REJECT-KEY      PIC X(9) VALUE LOW-VALUES.
       01  WS-ELECT-KEY       PIC X(9) VALUE LOW-VALUES.
       01  WS-TRKOLD-KEY      PIC X(9) VALUE LOW-VALUES.
       01  WS-PREV-KEY        PIC X(9) VALUE LOW-VALUES.
       01  WS-SEQ-FILE        PIC X(8) VALUE SPACES.

       01  WS-SEEN-SOURCE     PIC X(8) VALUE SPACES.

       01  WS-MASTER-READ-COUNT   PIC 9(9) VALUE 0.
       01  WS-RESULT-READ-COUNT   PIC 9(9) VALUE 0.
       01  WS-REJECT-READ-COUNT   PIC 9(9) VALUE 0.
       01  WS-ELECT-READ-COUNT    PIC 9(9) VALUE 0.
       01  WS-TRKOLD-READ-COUNT   PIC 9(9) VALUE 0.
       01  WS-TRKNEW-WRITE-COUNT  PIC 9(9) VALUE 0.
       01  WS-ACTIVE-COUNT        PIC 9(9) VALUE 0.
       01  WS-ARRIVED-COUNT       PIC 9(9) VALUE 0.
       01  WS-ELECTED-COUNT       PIC 9(9) VALUE 0.
       01  WS-MISSING-COUNT       PIC 9(9) VALUE 0.
       01  WS-REPORTED-COUNT      PIC 9(9) VALUE 0.
       01  WS-NOT-LISTED-COUNT    PIC 9(9) VALUE 0.
       01  WS-RERUN-COUNT         PIC 9(9) VALUE 0.
       01  WS-FRA-PASSED-COUNT    PIC 9(9) VALUE 0.
       01  WS-URGENT-COUNT        PIC 9(9) VALUE 0.
       01  WS-HIGH-COUNT          PIC 9(9) VALUE 0.

       01  WS-NIGHTS-THRESHOLD    PIC 9(3) VALUE 3.

       01  WS-TIME-WORK       PIC 9(8) VALUE 0.
       01  WS-RUN-TIME        PIC 9(6) VALUE 0.

       01  WS-AS-OF-DATE.
           05  WS-AS-OF-CCYY    PIC 9(4).
           05  WS-AS-OF-MM      PIC 9(2).
           05  WS-AS-OF-DD      PIC 9(2).
       01  WS-AS-OF-DATE-NUM REDEFINES WS-AS-OF-DATE PIC 9(8).

       01  WS-CURRENT-SOURCE  PIC X(8) VALUE SPACES.

       01  WS-SRC-LIMIT       PIC 9(2) VALUE 10.
       01  WS-SRC-COUNT       PIC 9(2) VALUE 0.
       01  WS-SRC-IDX         PIC 9(2) VALUE 0.
       01  WS-SRC-SCAN        PIC 9(2) VALUE 0.

       01  WS-SRC-FOUND-SW    PIC X(1) VALUE 'N'.
           88  WS-SRC-FOUND      VALUE 'Y'.

       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 10 TIMES.
               10  WS-SRC-ID          PIC X(8) VALUE SPACES.
               10  WS-SRC-ARRIVED     PIC 9(9) VALUE 0.
               10  WS-SRC-MISSING     PIC 9(9) VALUE 0.
               10  WS-SRC-REPORTED    PIC 9(9) VALUE 0.

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

       01  WS-MISS-LIMIT      PIC 9(5) VALUE 5000.
       01  WS-MISS-COUNT      PIC 9(5) VALUE 0.
       01  WS-MISS-SCAN       PIC 9(5) VALUE 0.

       01  WS-NEW-MISS-ENTRY.
           05  NME-SORT-KEY.
               10  NME-FRA-YYYYMM      PIC 9(6).
               10  NME-MEMBER-ID       PIC X(9).
           05  NME-MEMBER-NAME     PIC X(30).
           05  NME-LAST-SOURCE     PIC X(8).
           05  NME-LAST-SEEN-DATE  PIC 9(8).
           05  NME-NIGHTS-MISSING  PIC 9(5).
           05  NME-FIRST-MISSING   PIC 9(8).
           05  NME-FRA-DATE        PIC 9(8).
           05  NME-MONTHS-TO-FRA   PIC S9(5).
           05  NME-PRIORITY        PIC X(12).

       01  WS-MISSING-TABLE.
           05  WS-MISS-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-MISS-COUNT.
               10  MTB-SORT-KEY.
                   15  MTB-FRA-YYYYMM      PIC 9(6).
                   15  MTB-MEMBER-ID       PIC X(9).
               10  MTB-MEMBER-NAME     PIC X(30).
               10  MTB-LAST-SOURCE     PIC X(8).
               10  MTB-LAST-SEEN-DATE  PIC 9(8).
               10  MTB-NIGHTS-MISSING  PIC 9(5).
               10  MTB-FIRST-MISSING   PIC 9(8).
               10  MTB-FRA-DATE        PIC 9(8).
               10  MTB-MONTHS-TO-FRA   PIC S9(5).
               10  MTB-PRIORITY        PIC X(12).

       01  WS-MONTHS-WORK     PIC S9(7) VALUE 0.

       01  WS-MISS-HEADING-1.
           05  FILLER PIC X(40)
               VALUE 'EBUD20 MISSING MEMBER RECONCILIATION    '.
           05  FILLER PIC X(7)  VALUE 'CYCLE: '.
           05  MSH-CYCLE-DATE PIC 9(8).
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC X(5)  VALUE 'RUN: '.
           05  MSH-RUN-TIME   PIC 9(6).
           05  FILLER PIC X(62) VALUE SPACES.

       01  WS-MISS-HEADING-2.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(48)
               VALUE 'ACTIVE MEMBERS WITH NO ELECTION MISSING FROM THE'.
           05  FILLER PIC X(23)
               VALUE ' EXTRACT FOR MORE THAN '.
           05  MSH-THRESHOLD  PIC ZZ9.
           05  FILLER PIC X(44)
               VALUE ' NIGHTS. NEAREST FULL RETIREMENT DATE FIRST.'.
           05  FILLER PIC X(13) VALUE SPACES.

       01  WS-MISS-HEADING-3.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER PIC X(32) VALUE 'MEMBER NAME'.
           05  FILLER PIC X(10) VALUE 'SOURCE'.
           05  FILLER PIC X(10) VALUE 'LAST SEEN'.
           05  FILLER PIC X(8)  VALUE 'NIGHTS'.
           05  FILLER PIC X(10) VALUE 'SINCE'.
           05  FILLER PIC X(10) VALUE 'FULL RET'.
           05  FILLER PIC X(7)  VALUE 'TO FRA'.
           05  FILLER PIC X(12) VALUE 'PRIORITY'.
           05  FILLER PIC X(21) VALUE SPACES.

       01  WS-MISS-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MSD-MEMBER-ID      PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MSD-MEMBER-NAME    PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MSD-LAST-SOURCE    PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MSD-LAST-SEEN      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MSD-NIGHTS         PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MSD-FIRST-MISSING  PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MSD-FRA-DATE       PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MSD-MONTHS-TO-FRA  PIC -ZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MSD-PRIORITY       PIC X(12).
           05  FILLER             PIC X(21) VALUE SPACES.

       01  WS-MISS-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MTL-LABEL          PIC X(26).
           05  MTL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(94) VALUE SPACES.

       01  WS-SRC-HEADING-1.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(45)
               VALUE 'BY LAST KNOWN SOURCE SYSTEM                  '.
           05  FILLER PIC X(86) VALUE SPACES.

       01  WS-SRC-HEADING-2.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'SOURCE'.
           05  FILLER PIC X(14) VALUE '       ARRIVED'.
           05  FILLER PIC X(14) VALUE '       MISSING'.
           05  FILLER PIC X(14) VALUE '      REPORTED'.
           05  FILLER PIC X(79) VALUE SPACES.

       01  WS-SRC-DETAIL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SRD-SOURCE         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SRD-ARRIVED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SRD-MISSING        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SRD-REPORTED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(79) VALUE SPACES.

       01  W-CALL-PROGRAM     PIC X(8).

       01  W-EBUD18-LINKAGE-AREA.
           COPY CYCLINK.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-RUN-TIME = WS-TIME-WORK / 100
           PERFORM A050-READ-CONTROL-CARD
           PERFORM A020-BEGIN-CYCLE-STEP
           IF NOT CYL-REQUEST-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CYL-CYCLE-DATE TO WS-AS-OF-DATE-NUM

           OPEN INPUT  MEMBER-FILE
                       RESULT-FILE
                       REJECT-FILE
                       ELECT-FILE
                       TRKOLD-FILE
                OUTPUT TRKNEW-FILE
                       MISSRPT-FILE

           PERFORM A110-READ-RESULT
           PERFORM A120-READ-REJECT
           PERFORM A130-READ-ELECT
           PERFORM A140-READ-TRACKER

           MOVE LOW-VALUES TO MST-MEMBER-ID
           START MEMBER-FILE KEY IS NOT LESS THAN MST-MEMBER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-EOF-SW
           END-START

           PERFORM UNTIL WS-MEMBER-EOF OR WS-CYCLE-FAIL
               READ MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MEMBER-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM A200-RECONCILE-MEMBER
               END-READ
           END-PERFORM

           IF NOT WS-CYCLE-FAIL
               PERFORM A850-PRINT-MISSING-REPORT
           END-IF

           CLOSE MEMBER-FILE
                 RESULT-FILE
                 REJECT-FILE
                 ELECT-FILE
                 TRKOLD-FILE
                 TRKNEW-FILE
                 MISSRPT-FILE

           PERFORM A900-PRINT-CONTROL-REPORT
           PERFORM A990-END-CYCLE-STEP
           IF WS-CYCLE-FAIL
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       A020-BEGIN-CYCLE-STEP SECTION.
           MOVE 'B'      TO CYL-FUNCTION
           MOVE 'EBUD20' TO CYL-PROGRAM
           MOVE 0        TO CYL-CYCLE-DATE
           MOVE 'N'      TO CYL-FORCE-RERUN
           MOVE 'EBUD18' TO W-CALL-PROGRAM
           CALL W-CALL-PROGRAM USING W-EBUD18-LINKAGE-AREA
           IF CYL-REQUEST-OK
               DISPLAY 'CYCLE DATE: ' CYL-CYCLE-DATE
           ELSE
               DISPLAY 'CYCLE CONTROL REFUSED EBUD20: ' CYL-MESSAGE
           END-IF.

       A025-REFUSE-OTHER-CYCLE SECTION.
           DISPLAY 'RESULT FILE IS FOR CYCLE ' OUT-CYCLE-DATE
               ' NOT CYCLE ' CYL-CYCLE-DATE ' - RUN STOPPED'
           MOVE 'Y' TO WS-CYCLE-FAIL-SW
           MOVE HIGH-VALUES TO WS-RESULT-KEY.

       A050-READ-CONTROL-CARD SECTION.
           MOVE 3 TO WS-NIGHTS-THRESHOLD

           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   DISPLAY 'NO CONTROL CARD - USING DEFAULTS'
               NOT AT END
                   IF MSC-NIGHTS-THRESHOLD NUMERIC
                      AND MSC-NIGHTS-THRESHOLD > 0
                       MOVE MSC-NIGHTS-THRESHOLD TO WS-NIGHTS-THRESHOLD
                   END-IF
           END-READ
           CLOSE CONTROL-FILE

           DISPLAY 'REPORT MEMBERS MISSING MORE THAN '
               WS-NIGHTS-THRESHOLD ' NIGHTS'.

       A085-FIND-SOURCE-ENTRY SECTION.
           IF WS-CURRENT-SOURCE = SPACES
               MOVE 'UNKNOWN' TO WS-CURRENT-SOURCE
           END-IF
           MOVE 'N' TO WS-SRC-FOUND-SW
           PERFORM A086-MATCH-SOURCE-ENTRY
               VARYING WS-SRC-SCAN FROM 1 BY 1
               UNTIL WS-SRC-SCAN > WS-SRC-COUNT OR WS-SRC-FOUND
           IF NOT WS-SRC-FOUND
               IF WS-SRC-COUNT < WS-SRC-LIMIT
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-CURRENT-SOURCE TO WS-SRC-ID (WS-SRC-COUNT)
                   MOVE WS-SRC-COUNT TO WS-SRC-IDX
               ELSE
                   MOVE WS-SRC-LIMIT TO WS-SRC-IDX
                   MOVE 'OTHERS'     TO WS-SRC-ID (WS-SRC-IDX)
               END-IF
           END-IF.

       A086-MATCH-SOURCE-ENTRY SECTION.
           IF WS-SRC-ID (WS-SRC-SCAN) = WS-CURRENT-SOURCE
               MOVE 'Y' TO WS-SRC-FOUND-SW
               MOVE WS-SRC-SCAN TO WS-SRC-IDX
           END-IF.

       A110-READ-RESULT SECTION.
           MOVE WS-RESULT-KEY TO WS-PREV-KEY
           READ RESULT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-RESULT-KEY
               NOT AT END
                   ADD 1 TO WS-RESULT-READ-COUNT
                   IF OUT-CYCLE-DATE NOT = CYL-CYCLE-DATE
                       PERFORM A025-REFUSE-OTHER-CYCLE
                   ELSE
                       MOVE OUT-MEMBER-ID TO WS-RESULT-KEY
                       IF WS-RESULT-KEY < WS-PREV-KEY
                           MOVE 'RESULT' TO WS-SEQ-FILE
                           PERFORM A150-SEQUENCE-ERROR
                           MOVE HIGH-VALUES TO WS-RESULT-KEY
                       END-IF
                   END-IF
           END-READ.

       A120-READ-REJECT SECTION.
           MOVE WS-REJECT-KEY TO WS-PREV-KEY
           READ REJECT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-REJECT-KEY
               NOT AT END
                   ADD 1 TO WS-REJECT-READ-COUNT
                   MOVE REJ-RAW-RECORD (9:9) TO WS-REJECT-KEY
                   IF WS-REJECT-KEY < WS-PREV-KEY
                       MOVE 'REJECT' TO WS-SEQ-FILE
                       PERFORM A150-SEQUENCE-ERROR
                       MOVE HIGH-VALUES TO WS-REJECT-KEY
                   END-IF
           END-READ.

       A130-READ-ELECT SECTION.
           MOVE WS-ELECT-KEY TO WS-PREV-KEY
           READ ELECT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ELECT-KEY
               NOT AT END
                   ADD 1 TO WS-ELECT-READ-COUNT
                   MOVE ELC-MEMBER-ID TO WS-ELECT-KEY
                   IF WS-ELECT-KEY < WS-PREV-KEY
                       MOVE 'ELECT' TO WS-SEQ-FILE
                       PERFORM A150-SEQUENCE-ERROR
                       MOVE HIGH-VALUES TO WS-ELECT-KEY
                   END-IF
           END-READ.

       A140-READ-TRACKER SECTION.
           MOVE WS-TRKOLD-KEY TO WS-PREV-KEY
           READ TRKOLD-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-TRKOLD-KEY
               NOT AT END
                   ADD 1 TO WS-TRKOLD-READ-COUNT
                   MOVE OTK-MEMBER-ID TO WS-TRKOLD-KEY
                   IF WS-TRKOLD-KEY NOT > WS-PREV-KEY
                       MOVE 'TRKOLD' TO WS-SEQ-FILE
                       PERFORM A150-SEQUENCE-ERROR
                       MOVE HIGH-VALUES TO WS-TRKOLD-KEY
                   END-IF
           END-READ.

       A150-SEQUENCE-ERROR SECTION.
           DISPLAY WS-SEQ-FILE ' FILE OUT OF SEQUENCE AFTER MEMBER '
               WS-PREV-KEY ' - RUN STOPPED'
           MOVE 'Y' TO WS-SEQ-ERROR-SW
           MOVE 'Y' TO WS-CYCLE-FAIL-SW.

       A200-RECONCILE-MEMBER SECTION.
           MOVE 'N'    TO WS-PRESENT-SW
           MOVE 'N'    TO WS-ELECTED-SW
           MOVE 'N'    TO WS-TRACKED-SW
           MOVE SPACES TO WS-SEEN-SOURCE

           PERFORM A120-READ-REJECT
               UNTIL WS-REJECT-KEY NOT < MST-MEMBER-ID
           PERFORM UNTIL WS-REJECT-KEY NOT = MST-MEMBER-ID
               MOVE 'Y' TO WS-PRESENT-SW
               MOVE REJ-SOURCE-SYSTEM TO WS-SEEN-SOURCE
               PERFORM A120-READ-REJECT
           END-PERFORM

           PERFORM A110-READ-RESULT
               UNTIL WS-RESULT-KEY NOT < MST-MEMBER-ID
           PERFORM UNTIL WS-RESULT-KEY NOT = MST-MEMBER-ID
               MOVE 'Y' TO WS-PRESENT-SW
               MOVE OUT-SOURCE-SYSTEM TO WS-SEEN-SOURCE
               PERFORM A110-READ-RESULT
           END-PERFORM

           PERFORM A130-READ-ELECT
               UNTIL WS-ELECT-KEY NOT < MST-MEMBER-ID
           PERFORM UNTIL WS-ELECT-KEY NOT = MST-MEMBER-ID
               MOVE 'Y' TO WS-ELECTED-SW
               PERFORM A130-READ-ELECT
           END-PERFORM

           PERFORM A140-READ-TRACKER
               UNTIL WS-TRKOLD-KEY NOT < MST-MEMBER-ID
           IF WS-TRKOLD-KEY = MST-MEMBER-ID
               MOVE 'Y' TO WS-TRACKED-SW
               MOVE TRKOLD-RECORD TO TRKNEW-RECORD
               PERFORM A140-READ-TRACKER
           END-IF

           IF MST-ACTIVE AND NOT WS-CYCLE-FAIL
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM A300-UPDATE-TRACKER
           END-IF.

       A300-UPDATE-TRACKER SECTION.
           IF NOT WS-TRACKED
               MOVE SPACES        TO TRKNEW-RECORD
               MOVE MST-MEMBER-ID TO MTK-MEMBER-ID
               MOVE 0             TO MTK-LAST-SEEN-DATE
               MOVE SPACES        TO MTK-LAST-SOURCE
               MOVE 0             TO MTK-NIGHTS-MISSING
               MOVE 0             TO MTK-FIRST-MISSING-DATE
               MOVE 0             TO MTK-LAST-CYCLE-DATE
           END-IF

           IF WS-PRESENT
               ADD 1 TO WS-ARRIVED-COUNT
               MOVE WS-AS-OF-DATE-NUM TO MTK-LAST-SEEN-DATE
               MOVE WS-SEEN-SOURCE    TO MTK-LAST-SOURCE
               MOVE 0 TO MTK-NIGHTS-MISSING
               MOVE 0 TO MTK-FIRST-MISSING-DATE
               MOVE WS-SEEN-SOURCE TO WS-CURRENT-SOURCE
               PERFORM A085-FIND-SOURCE-ENTRY
               ADD 1 TO WS-SRC-ARRIVED (WS-SRC-IDX)
           ELSE
           IF WS-ELECTED
               ADD 1 TO WS-ELECTED-COUNT
               MOVE 0 TO MTK-NIGHTS-MISSING
               MOVE 0 TO MTK-FIRST-MISSING-DATE
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               IF MTK-LAST-CYCLE-DATE = WS-AS-OF-DATE-NUM
                   ADD 1 TO WS-RERUN-COUNT
               ELSE
                   IF MTK-NIGHTS-MISSING < 99999
                       ADD 1 TO MTK-NIGHTS-MISSING
                   END-IF
                   IF MTK-NIGHTS-MISSING = 1
                       MOVE WS-AS-OF-DATE-NUM TO MTK-FIRST-MISSING-DATE
                   END-IF
               END-IF
               MOVE MTK-LAST-SOURCE TO WS-CURRENT-SOURCE
               PERFORM A085-FIND-SOURCE-ENTRY
               ADD 1 TO WS-SRC-MISSING (WS-SRC-IDX)
               IF MTK-NIGHTS-MISSING > WS-NIGHTS-THRESHOLD
                   ADD 1 TO WS-REPORTED-COUNT
                   ADD 1 TO WS-SRC-REPORTED (WS-SRC-IDX)
                   PERFORM A800-ADD-MISSING-ENTRY
               END-IF
           END-IF
           END-IF

           MOVE WS-AS-OF-DATE-NUM TO MTK-LAST-CYCLE-DATE
           WRITE TRKNEW-RECORD
           ADD 1 TO WS-TRKNEW-WRITE-COUNT.

       A800-ADD-MISSING-ENTRY SECTION.
           PERFORM A820-BUILD-MISSING-ENTRY
           IF WS-MISS-COUNT < WS-MISS-LIMIT
               PERFORM A830-INSERT-MISSING-ENTRY
           ELSE
               ADD 1 TO WS-NOT-LISTED-COUNT
               IF NME-SORT-KEY < MTB-SORT-KEY (WS-MISS-COUNT)
                   SUBTRACT 1 FROM WS-MISS-COUNT
                   PERFORM A830-INSERT-MISSING-ENTRY
               END-IF
           END-IF.

       A820-BUILD-MISSING-ENTRY SECTION.
           MOVE MST-MEMBER-ID          TO NME-MEMBER-ID
           MOVE MST-MEMBER-NAME        TO NME-MEMBER-NAME
           MOVE WS-CURRENT-SOURCE      TO NME-LAST-SOURCE
           MOVE MTK-LAST-SEEN-DATE     TO NME-LAST-SEEN-DATE
           MOVE MTK-NIGHTS-MISSING     TO NME-NIGHTS-MISSING
           MOVE MTK-FIRST-MISSING-DATE TO NME-FIRST-MISSING

           IF MST-BIRTH-DATE NUMERIC
              AND MST-BIRTH-CCYY > 0
               PERFORM A840-COMPUTE-FRA-TIMING
           ELSE
               MOVE 'NO BIRTH DATE' TO NME-PRIORITY
               MOVE 999999 TO NME-FRA-YYYYMM
               MOVE 0      TO NME-FRA-DATE
               MOVE 0      TO NME-MONTHS-TO-FRA
           END-IF.

       A830-INSERT-MISSING-ENTRY SECTION.
           ADD 1 TO WS-MISS-COUNT
           MOVE WS-MISS-COUNT TO WS-MISS-SCAN
           MOVE 'N' TO WS-SLOT-FOUND-SW
           PERFORM UNTIL WS-SLOT-FOUND
               IF WS-MISS-SCAN = 1
                   MOVE 'Y' TO WS-SLOT-FOUND-SW
               ELSE
               IF MTB-SORT-KEY (WS-MISS-SCAN - 1) NOT > NME-SORT-KEY
                   MOVE 'Y' TO WS-SLOT-FOUND-SW
               ELSE
                   MOVE WS-MISS-ENTRY (WS-MISS-SCAN - 1)
                       TO WS-MISS-ENTRY (WS-MISS-SCAN)
                   SUBTRACT 1 FROM WS-MISS-SCAN
               END-IF
               END-IF
           END-PERFORM
           MOVE WS-NEW-MISS-ENTRY TO WS-MISS-ENTRY (WS-MISS-SCAN).

       A840-COMPUTE-FRA-TIMING SECTION.
           MOVE MST-BIRTH-CCYY TO W-CCYY
           MOVE MST-BIRTH-MM   TO W-MM
           MOVE MST-BIRTH-DD   TO W-DD

           MOVE 'N' TO WS-FRA-FOUND-SW
           PERFORM A842-LOOKUP-FRA-ENTRY
               VARYING FRA-IDX FROM 1 BY 1
               UNTIL FRA-IDX > FRA-ENTRY-COUNT OR WS-FRA-FOUND

           PERFORM A844-COMPUTE-RETIREMENT-DATE

           COMPUTE NME-FRA-YYYYMM =
               W-RET-CALC-YEAR * 100 + W-RET-CALC-MONTH
           COMPUTE NME-FRA-DATE =
               W-RET-CALC-YEAR * 10000 + W-RET-CALC-MONTH * 100 + W-DD
           COMPUTE WS-MONTHS-WORK =
               (W-RET-CALC-YEAR * 12 + W-RET-CALC-MONTH)
               - (WS-AS-OF-CCYY * 12 + WS-AS-OF-MM)
           MOVE WS-MONTHS-WORK TO NME-MONTHS-TO-FRA

           EVALUATE TRUE
               WHEN NME-FRA-DATE < WS-AS-OF-DATE-NUM
                   MOVE 'FRA PASSED' TO NME-PRIORITY
                   ADD 1 TO WS-FRA-PASSED-COUNT
               WHEN WS-MONTHS-WORK <= 6
                   MOVE 'URGENT'     TO NME-PRIORITY
                   ADD 1 TO WS-URGENT-COUNT
               WHEN WS-MONTHS-WORK <= 12
                   MOVE 'HIGH'       TO NME-PRIORITY
                   ADD 1 TO WS-HIGH-COUNT
               WHEN OTHER
                   MOVE 'NORMAL'     TO NME-PRIORITY
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

       A850-PRINT-MISSING-REPORT SECTION.
           MOVE WS-AS-OF-DATE-NUM   TO MSH-CYCLE-DATE
           MOVE WS-RUN-TIME         TO MSH-RUN-TIME
           MOVE WS-NIGHTS-THRESHOLD TO MSH-THRESHOLD
           WRITE MISSRPT-LINE FROM WS-MISS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE MISSRPT-LINE FROM WS-MISS-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE MISSRPT-LINE FROM WS-MISS-HEADING-3
               AFTER ADVANCING 2 LINES

           PERFORM A860-WRITE-MISSING-DETAIL
               VARYING WS-MISS-SCAN FROM 1 BY 1
               UNTIL WS-MISS-SCAN > WS-MISS-COUNT

           MOVE 'ACTIVE MEMBERS ON MASTER: ' TO MTL-LABEL
           MOVE WS-ACTIVE-COUNT              TO MTL-COUNT
           WRITE MISSRPT-LINE FROM WS-MISS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ARRIVED ON EXTRACT      : ' TO MTL-LABEL
           MOVE WS-ARRIVED-COUNT             TO MTL-COUNT
           WRITE MISSRPT-LINE FROM WS-MISS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ELECTED - NOT EXPECTED  : ' TO MTL-LABEL
           MOVE WS-ELECTED-COUNT             TO MTL-COUNT
           WRITE MISSRPT-LINE FROM WS-MISS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MISSING TONIGHT         : ' TO MTL-LABEL
           MOVE WS-MISSING-COUNT             TO MTL-COUNT
           WRITE MISSRPT-LINE FROM WS-MISS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REPORTED OVER THRESHOLD : ' TO MTL-LABEL
           MOVE WS-REPORTED-COUNT            TO MTL-COUNT
           WRITE MISSRPT-LINE FROM WS-MISS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-NOT-LISTED-COUNT > 0
               MOVE 'NOT LISTED - TABLE FULL : ' TO MTL-LABEL
               MOVE WS-NOT-LISTED-COUNT          TO MTL-COUNT
               WRITE MISSRPT-LINE FROM WS-MISS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'FRA ALREADY PASSED      : ' TO MTL-LABEL
           MOVE WS-FRA-PASSED-COUNT          TO MTL-COUNT
           WRITE MISSRPT-LINE FROM WS-MISS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FRA WITHIN 6 MONTHS     : ' TO MTL-LABEL
           MOVE WS-URGENT-COUNT              TO MTL-COUNT
           WRITE MISSRPT-LINE FROM WS-MISS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FRA WITHIN 12 MONTHS    : ' TO MTL-LABEL
           MOVE WS-HIGH-COUNT                TO MTL-COUNT
           WRITE MISSRPT-LINE FROM WS-MISS-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           WRITE MISSRPT-LINE FROM WS-SRC-HEADING-1
               AFTER ADVANCING 3 LINES
           WRITE MISSRPT-LINE FROM WS-SRC-HEADING-2
               AFTER ADVANCING 2 LINES
           PERFORM A870-WRITE-SOURCE-DETAIL
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.

       A860-WRITE-MISSING-DETAIL SECTION.
           MOVE MTB-MEMBER-ID (WS-MISS-SCAN)     TO MSD-MEMBER-ID
           MOVE MTB-MEMBER-NAME (WS-MISS-SCAN)   TO MSD-MEMBER-NAME
           MOVE MTB-LAST-SOURCE (WS-MISS-SCAN)   TO MSD-LAST-SOURCE
           IF MTB-LAST-SEEN-DATE (WS-MISS-SCAN) = 0
               MOVE 'NEVER' TO MSD-LAST-SEEN
           ELSE
               MOVE MTB-LAST-SEEN-DATE (WS-MISS-SCAN) TO MSD-LAST-SEEN
           END-IF
           MOVE MTB-NIGHTS-MISSING (WS-MISS-SCAN) TO MSD-NIGHTS
           MOVE MTB-FIRST-MISSING (WS-MISS-SCAN)  TO MSD-FIRST-MISSING
           MOVE MTB-FRA-DATE (WS-MISS-SCAN)       TO MSD-FRA-DATE
           MOVE MTB-MONTHS-TO-FRA (WS-MISS-SCAN)  TO MSD-MONTHS-TO-FRA
           MOVE MTB-PRIORITY (WS-MISS-SCAN)       TO MSD-PRIORITY
           WRITE MISSRPT-LINE FROM WS-MISS-DETAIL
               AFTER ADVANCING 1 LINE.

       A870-WRITE-SOURCE-DETAIL SECTION.
           MOVE WS-SRC-ID (WS-SRC-IDX)       TO SRD-SOURCE
           MOVE WS-SRC-ARRIVED (WS-SRC-IDX)  TO SRD-ARRIVED
           MOVE WS-SRC-MISSING (WS-SRC-IDX)  TO SRD-MISSING
           MOVE WS-SRC-REPORTED (WS-SRC-IDX) TO SRD-REPORTED
           WRITE MISSRPT-LINE FROM WS-SRC-DETAIL
               AFTER ADVANCING 1 LINE.

       A900-PRINT-CONTROL-REPORT SECTION.
           DISPLAY '=========================================='
           DISPLAY 'EBUD20 MISSING MEMBER CONTROL REPORT'
           DISPLAY '  MASTER RECORDS READ: ' WS-MASTER-READ-COUNT
           DISPLAY '  RESULTS READ       : ' WS-RESULT-READ-COUNT
           DISPLAY '  REJECTS READ       : ' WS-REJECT-READ-COUNT
           DISPLAY '  ELECTIONS READ     : ' WS-ELECT-READ-COUNT
           DISPLAY '  TRACKER RECS READ  : ' WS-TRKOLD-READ-COUNT
           DISPLAY '  TRACKER RECS WRITE : ' WS-TRKNEW-WRITE-COUNT
           DISPLAY '  ACTIVE MEMBERS     : ' WS-ACTIVE-COUNT
           DISPLAY '    ARRIVED          : ' WS-ARRIVED-COUNT
           DISPLAY '    ELECTED          : ' WS-ELECTED-COUNT
           DISPLAY '    MISSING          : ' WS-MISSING-COUNT
           DISPLAY '    REPORTED         : ' WS-REPORTED-COUNT
           IF WS-RERUN-COUNT > 0
               DISPLAY '  RERUN OF CYCLE - NIGHTS NOT RECOUNTED: '
                   WS-RERUN-COUNT
           END-IF
           IF WS-SEQ-ERROR
               DISPLAY '  *** RUN ABORTED - INPUT OUT OF SEQUENCE ***'
           ELSE
           IF WS-CYCLE-FAIL
               DISPLAY '  *** RUN ABORTED - TONIGHT FILE IS FOR '
                   'ANOTHER CYCLE ***'
           END-IF
           END-IF
           DISPLAY '=========================================='.

       A990-END-CYCLE-STEP SECTION.
           MOVE 'EBUD20' TO CYL-PROGRAM
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
