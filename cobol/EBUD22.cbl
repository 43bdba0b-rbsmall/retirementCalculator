       ID DIVISION.
       PROGRAM-ID. EBUD22.

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
           SELECT ARCHIVE-FILE ASSIGN TO 'ARCHIVE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARH-KEY.
           SELECT OPTIONAL SPOUSE-FILE ASSIGN TO 'SPOUSE'.
           SELECT SPONEW-FILE  ASSIGN TO 'SPONEW'.
           SELECT OPTIONAL ELECT-FILE ASSIGN TO 'ELECT'.
           SELECT ELCNEW-FILE  ASSIGN TO 'ELCNEW'.
           SELECT AUDIT-FILE   ASSIGN TO 'AUDIT'.
           SELECT PURGERPT-FILE ASSIGN TO 'PURGERPT'.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL'.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MEMBER-RECORD.
           COPY MEMMAST.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 120 CHARACTERS.

       01  ARCHIVE-RECORD.
           COPY MEMARCH.

       FD  SPOUSE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  SPOUSE-RECORD.
           COPY SPOUMAST.

       FD  SPONEW-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  SPONEW-RECORD      PIC X(80).

       FD  ELECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  ELECT-RECORD.
           COPY ELECMAST.

       FD  ELCNEW-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  ELCNEW-RECORD      PIC X(80).

       FD  AUDIT-FILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  AUDIT-RECORD.
           COPY AUDMAST.

       FD  PURGERPT-FILE
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  PURGERPT-LINE      PIC X(133).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.

       01  CONTROL-RECORD.
           COPY PRGCARD.

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-MEMBER-EOF     VALUE 'Y'.

       01  WS-ARCHIVE-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-ARCHIVE-EOF    VALUE 'Y'.

       01  WS-ABORT-SW        PIC X(1) VALUE 'N'.
           88  WS-ABORT          VALUE 'Y'.

       01  WS-ELIGIBLE-SW     PIC X(1) VALUE 'N'.
           88  WS-ELIGIBLE       VALUE 'Y'.

       01  WS-LEFTOVER-ARCHIVED-SW PIC X(1) VALUE 'N'.
           88  WS-LEFTOVER-ARCHIVED   VALUE 'Y'.

       01  WS-ARCH-WRITE-OK-SW PIC X(1) VALUE 'N'.
           88  WS-ARCH-WRITE-OK   VALUE 'Y'.

       01  WS-LEFTOVER-ON-ARCH-SW PIC X(1) VALUE 'N'.
           88  WS-LEFTOVER-ON-ARCH   VALUE 'Y'.

       01  WS-IMAGE-FOUND-SW  PIC X(1) VALUE 'N'.
           88  WS-IMAGE-FOUND    VALUE 'Y'.

       01  WS-RUN-MODE        PIC X(1) VALUE SPACE.
           88  WS-PREVIEW        VALUE 'P'.
           88  WS-COMMIT         VALUE 'C'.

       01  WS-RETAIN-MONTHS   PIC 9(3) VALUE 0.
       01  WS-PURGE-ORIGIN    PIC X(8) VALUE 'EBUD22'.

       01  WS-RUN-DATE.
           05  WS-RUN-CCYY    PIC 9(4).
           05  WS-RUN-MM      PIC 9(2).
           05  WS-RUN-DD      PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-TIME-WORK       PIC 9(8) VALUE 0.
       01  WS-RUN-TIME        PIC 9(6) VALUE 0.

       01  W-INACT-DATE.
           05  W-INACT-CCYY   PIC 9(4).
           05  W-INACT-MM     PIC 9(2).
           05  W-INACT-DD     PIC 9(2).
       01  W-INACT-DATE-NUM REDEFINES W-INACT-DATE PIC 9(8).
       01  W-MONTHS-INACTIVE  PIC 9(5) VALUE 0.

       01  WS-CURRENT-ID      PIC X(9) VALUE LOW-VALUES.
       01  WS-SPOUSE-KEY      PIC X(9) VALUE LOW-VALUES.
       01  WS-ELECT-KEY       PIC X(9) VALUE LOW-VALUES.
       01  WS-PREV-SPOUSE-ID  PIC X(9) VALUE LOW-VALUES.
       01  WS-PREV-ELECT-ID   PIC X(9) VALUE LOW-VALUES.
       01  WS-LEFTOVER-ID     PIC X(9) VALUE LOW-VALUES.
       01  WS-LEFTOVER-CACHE-ID PIC X(9) VALUE LOW-VALUES.

       01  W-SPOUSE-SEQ       PIC 9(2) VALUE 0.
       01  W-ELECT-SEQ        PIC 9(2) VALUE 0.
       01  W-AUDIT-ACTION     PIC X(1) VALUE SPACE.
       01  W-ARCHIVE-IMAGE    PIC X(80) VALUE SPACES.
       01  W-ARCHIVE-ID       PIC X(9) VALUE SPACES.
       01  W-ARCHIVE-TYPE     PIC X(1) VALUE SPACE.
       01  W-ARCHIVE-SEQ      PIC 9(2) VALUE 0.
       01  W-HIGH-SEQ         PIC 9(2) VALUE 0.

       01  WS-BEFORE-IMAGE    PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE     PIC X(80) VALUE SPACES.

       01  WS-MEMBER-READ-COUNT   PIC 9(9) VALUE 0.
       01  WS-INACTIVE-COUNT      PIC 9(9) VALUE 0.
       01  WS-RETAINED-COUNT      PIC 9(9) VALUE 0.
       01  WS-STAMPED-COUNT       PIC 9(9) VALUE 0.
       01  WS-ARCHIVED-COUNT      PIC 9(9) VALUE 0.
       01  WS-SPOUSE-ARCH-COUNT   PIC 9(9) VALUE 0.
       01  WS-ELECT-ARCH-COUNT    PIC 9(9) VALUE 0.
       01  WS-LEFTOVER-COUNT      PIC 9(9) VALUE 0.
       01  WS-LEFTOVER-DUP-COUNT  PIC 9(9) VALUE 0.
       01  WS-LEFTOVER-KEPT-COUNT PIC 9(9) VALUE 0.
       01  WS-OLD-ARCH-DEL-COUNT  PIC 9(9) VALUE 0.
       01  WS-SPOUSE-READ-COUNT   PIC 9(9) VALUE 0.
       01  WS-SPOUSE-WRITE-COUNT  PIC 9(9) VALUE 0.
       01  WS-ELECT-READ-COUNT    PIC 9(9) VALUE 0.
       01  WS-ELECT-WRITE-COUNT   PIC 9(9) VALUE 0.
       01  WS-AUDIT-COUNT         PIC 9(9) VALUE 0.

       01  WS-REG-HEADING-1.
           05  FILLER         PIC X(38)
               VALUE 'EBUD22 INACTIVE MEMBER ARCHIVE RUN    '.
           05  FILLER         PIC X(5)  VALUE 'RUN: '.
           05  RGH-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(1)  VALUE '-'.
           05  RGH-RUN-TIME   PIC 9(6).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RGH-MODE-TEXT  PIC X(30).
           05  FILLER         PIC X(42) VALUE SPACES.

       01  WS-REG-HEADING-2.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(18) VALUE 'RETENTION MONTHS: '.
           05  RGH-RETAIN     PIC ZZ9.
           05  FILLER         PIC X(110) VALUE SPACES.

       01  WS-REG-HEADING-3.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'MEMBER ID'.
           05  FILLER         PIC X(32) VALUE 'MEMBER NAME'.
           05  FILLER         PIC X(10) VALUE 'INACTIVE'.
           05  FILLER         PIC X(8)  VALUE 'MONTHS'.
           05  FILLER         PIC X(8)  VALUE 'SPOUSE'.
           05  FILLER         PIC X(7)  VALUE 'ELECT'.
           05  FILLER         PIC X(30) VALUE 'STATUS'.
           05  FILLER         PIC X(25) VALUE SPACES.

       01  WS-REG-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-MEMBER-ID  PIC X(9).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-MEMBER-NAME PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-INACT-DATE PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGD-MONTHS     PIC ZZZ9.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  RGD-SPOUSES    PIC Z9.
           05  FILLER         PIC X(6)  VALUE SPACES.
           05  RGD-ELECTIONS  PIC Z9.
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  RGD-STATUS     PIC X(30).
           05  FILLER         PIC X(25) VALUE SPACES.

       01  WS-REG-TOTAL-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RGT-LABEL      PIC X(26).
           05  RGT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAINLINE SECTION.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           COMPUTE WS-RUN-TIME = WS-TIME-WORK / 100

           PERFORM A050-READ-CONTROL-CARD

           IF WS-ABORT
               DISPLAY 'EBUD22 ARCHIVE RUN REFUSED - MEMBER MASTER NOT '
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
           OPEN I-O    ARCHIVE-FILE
           OPEN INPUT  SPOUSE-FILE
                       ELECT-FILE
                OUTPUT SPONEW-FILE
                       ELCNEW-FILE
                       PURGERPT-FILE

           PERFORM A100-START-REGISTER
           PERFORM A140-READ-SPOUSE
           PERFORM A150-READ-ELECT

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

           IF NOT WS-ABORT
               MOVE HIGH-VALUES TO WS-CURRENT-ID
               PERFORM A300-PASS-LEFTOVER-ENTRIES
           END-IF

           PERFORM A750-PRINT-REGISTER-TOTALS

           IF WS-COMMIT
               CLOSE AUDIT-FILE
           END-IF
           CLOSE MEMBER-FILE
                 ARCHIVE-FILE
                 SPOUSE-FILE
                 ELECT-FILE
                 SPONEW-FILE
                 ELCNEW-FILE
                 PURGERPT-FILE

           PERFORM A900-PRINT-CONTROL-REPORT

           IF WS-ABORT
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       A050-READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   DISPLAY 'NO CONTROL CARD - RETENTION MONTHS AND '
                       'MODE ARE REQUIRED'
                   MOVE 'Y' TO WS-ABORT-SW
               NOT AT END
                   IF PRG-RETAIN-MONTHS NOT NUMERIC
                      OR PRG-RETAIN-MONTHS < 12
                       DISPLAY 'CONTROL CARD RETENTION MONTHS INVALID '
                           '(12 MINIMUM): ' PRG-RETAIN-MONTHS
                       MOVE 'Y' TO WS-ABORT-SW
                   END-IF
                   IF NOT PRG-PREVIEW AND NOT PRG-COMMIT
                       DISPLAY 'CONTROL CARD MODE MUST BE P OR C: '
                           PRG-MODE
                       MOVE 'Y' TO WS-ABORT-SW
                   END-IF
                   IF NOT WS-ABORT
                       MOVE PRG-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                       MOVE PRG-MODE          TO WS-RUN-MODE
                   END-IF
           END-READ
           CLOSE CONTROL-FILE

           IF NOT WS-ABORT
               DISPLAY 'RETENTION MONTHS: ' WS-RETAIN-MONTHS
                   ' MODE: ' WS-RUN-MODE
           END-IF.

       A100-START-REGISTER SECTION.
           MOVE WS-RUN-DATE-NUM  TO RGH-RUN-DATE
           MOVE WS-RUN-TIME      TO RGH-RUN-TIME
           IF WS-COMMIT
               MOVE 'COMMIT - MEMBERS ARCHIVED' TO RGH-MODE-TEXT
           ELSE
               MOVE 'PREVIEW - NO UPDATE MADE' TO RGH-MODE-TEXT
           END-IF
           MOVE WS-RETAIN-MONTHS TO RGH-RETAIN
           WRITE PURGERPT-LINE FROM WS-REG-HEADING-1
               AFTER ADVANCING PAGE
           WRITE PURGERPT-LINE FROM WS-REG-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE PURGERPT-LINE FROM WS-REG-HEADING-3
               AFTER ADVANCING 2 LINES.

       A140-READ-SPOUSE SECTION.
           READ SPOUSE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SPOUSE-KEY
               NOT AT END
                   ADD 1 TO WS-SPOUSE-READ-COUNT
                   IF SPO-MEMBER-ID < WS-PREV-SPOUSE-ID
                       DISPLAY 'SPOUSE FILE OUT OF SEQUENCE AT MEMBER: '
                           SPO-MEMBER-ID
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE HIGH-VALUES TO WS-SPOUSE-KEY
                   ELSE
                       MOVE SPO-MEMBER-ID TO WS-SPOUSE-KEY
                       MOVE SPO-MEMBER-ID TO WS-PREV-SPOUSE-ID
                   END-IF
           END-READ.

       A150-READ-ELECT SECTION.
           READ ELECT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ELECT-KEY
               NOT AT END
                   ADD 1 TO WS-ELECT-READ-COUNT
                   IF ELC-MEMBER-ID < WS-PREV-ELECT-ID
                       DISPLAY 'ELECTION FILE OUT OF SEQUENCE AT '
                           'MEMBER: ' ELC-MEMBER-ID
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE HIGH-VALUES TO WS-ELECT-KEY
                   ELSE
                       MOVE ELC-MEMBER-ID TO WS-ELECT-KEY
                       MOVE ELC-MEMBER-ID TO WS-PREV-ELECT-ID
                   END-IF
           END-READ.

       A160-COPY-SPOUSE SECTION.
           MOVE SPOUSE-RECORD TO SPONEW-RECORD
           WRITE SPONEW-RECORD
           ADD 1 TO WS-SPOUSE-WRITE-COUNT
           PERFORM A140-READ-SPOUSE.

       A170-COPY-ELECT SECTION.
           MOVE ELECT-RECORD TO ELCNEW-RECORD
           WRITE ELCNEW-RECORD
           ADD 1 TO WS-ELECT-WRITE-COUNT
           PERFORM A150-READ-ELECT.

       A200-PROCESS-MEMBER SECTION.
           MOVE MST-MEMBER-ID TO WS-CURRENT-ID
           PERFORM A300-PASS-LEFTOVER-ENTRIES
           IF NOT WS-ABORT
               PERFORM A210-CHECK-RETENTION
               IF WS-ELIGIBLE
                   PERFORM A400-ARCHIVE-MEMBER
               ELSE
                   PERFORM A160-COPY-SPOUSE
                       UNTIL WS-SPOUSE-KEY NOT = MST-MEMBER-ID
                          OR WS-ABORT
                   PERFORM A170-COPY-ELECT
                       UNTIL WS-ELECT-KEY NOT = MST-MEMBER-ID
                          OR WS-ABORT
               END-IF
           END-IF.

       A210-CHECK-RETENTION SECTION.
           MOVE 'N' TO WS-ELIGIBLE-SW
           MOVE 0   TO W-MONTHS-INACTIVE
           IF MST-INACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
               IF MST-INACTIVE-DATE NOT NUMERIC
                  OR MST-INACTIVE-DATE = 0
                   PERFORM A220-STAMP-INACTIVE-DATE
               ELSE
                   MOVE MST-INACTIVE-DATE TO W-INACT-DATE-NUM
                   IF W-INACT-DATE-NUM < WS-RUN-DATE-NUM
                       COMPUTE W-MONTHS-INACTIVE =
                           (WS-RUN-CCYY * 12 + WS-RUN-MM)
                           - (W-INACT-CCYY * 12 + W-INACT-MM)
                   END-IF
                   IF W-MONTHS-INACTIVE > WS-RETAIN-MONTHS
                       MOVE 'Y' TO WS-ELIGIBLE-SW
                   ELSE
                   IF W-MONTHS-INACTIVE = WS-RETAIN-MONTHS
                      AND WS-RUN-DD > W-INACT-DD
                       MOVE 'Y' TO WS-ELIGIBLE-SW
                   ELSE
                       ADD 1 TO WS-RETAINED-COUNT
                   END-IF
                   END-IF
               END-IF
           END-IF.

       A220-STAMP-INACTIVE-DATE SECTION.
           ADD 1 TO WS-STAMPED-COUNT
           MOVE MST-MEMBER-ID   TO RGD-MEMBER-ID
           MOVE MST-MEMBER-NAME TO RGD-MEMBER-NAME
           MOVE SPACES          TO RGD-INACT-DATE
           MOVE 0               TO RGD-MONTHS
           MOVE 0               TO RGD-SPOUSES
           MOVE 0               TO RGD-ELECTIONS

           IF WS-COMMIT
               MOVE MEMBER-RECORD   TO WS-BEFORE-IMAGE
               MOVE WS-RUN-DATE-NUM TO MST-INACTIVE-DATE
               REWRITE MEMBER-RECORD
                   INVALID KEY
                       DISPLAY 'MASTER REWRITE FAILED FOR MEMBER: '
                           MST-MEMBER-ID ' - ARCHIVE RUN STOPPED'
                       MOVE 'Y' TO WS-ABORT-SW
                   NOT INVALID KEY
                       MOVE MEMBER-RECORD TO WS-AFTER-IMAGE
                       MOVE 'I' TO W-AUDIT-ACTION
                       PERFORM A500-WRITE-AUDIT-RECORD
               END-REWRITE
               MOVE WS-RUN-DATE-NUM TO RGD-INACT-DATE
               MOVE 'NO INACTIVE DATE - SET TODAY' TO RGD-STATUS
           ELSE
               MOVE 'NO INACTIVE DATE - WOULD SET' TO RGD-STATUS
           END-IF
           PERFORM A600-WRITE-REGISTER-LINE.

       A300-PASS-LEFTOVER-ENTRIES SECTION.
           PERFORM A310-LEFTOVER-SPOUSE
               UNTIL WS-SPOUSE-KEY NOT < WS-CURRENT-ID
                  OR WS-ABORT
           PERFORM A320-LEFTOVER-ELECT
               UNTIL WS-ELECT-KEY NOT < WS-CURRENT-ID
                  OR WS-ABORT.

       A310-LEFTOVER-SPOUSE SECTION.
           MOVE WS-SPOUSE-KEY TO WS-LEFTOVER-ID
           PERFORM A330-CHECK-LEFTOVER-ARCHIVE
           IF WS-LEFTOVER-ARCHIVED
               ADD 1 TO W-SPOUSE-SEQ
               MOVE WS-LEFTOVER-ID TO W-ARCHIVE-ID
               MOVE 'S'           TO W-ARCHIVE-TYPE
               MOVE W-SPOUSE-SEQ  TO W-ARCHIVE-SEQ
               MOVE SPOUSE-RECORD TO W-ARCHIVE-IMAGE
               PERFORM A340-ARCHIVE-LEFTOVER
               IF WS-LEFTOVER-ON-ARCH
                   PERFORM A140-READ-SPOUSE
               ELSE
                   PERFORM A160-COPY-SPOUSE
               END-IF
           ELSE
               PERFORM A160-COPY-SPOUSE
           END-IF.

       A320-LEFTOVER-ELECT SECTION.
           MOVE WS-ELECT-KEY TO WS-LEFTOVER-ID
           PERFORM A330-CHECK-LEFTOVER-ARCHIVE
           IF WS-LEFTOVER-ARCHIVED
               ADD 1 TO W-ELECT-SEQ
               MOVE WS-LEFTOVER-ID TO W-ARCHIVE-ID
               MOVE 'E'           TO W-ARCHIVE-TYPE
               MOVE W-ELECT-SEQ   TO W-ARCHIVE-SEQ
               MOVE ELECT-RECORD  TO W-ARCHIVE-IMAGE
               PERFORM A340-ARCHIVE-LEFTOVER
               IF WS-LEFTOVER-ON-ARCH
                   PERFORM A150-READ-ELECT
               ELSE
                   PERFORM A170-COPY-ELECT
               END-IF
           ELSE
               PERFORM A170-COPY-ELECT
           END-IF.

       A330-CHECK-LEFTOVER-ARCHIVE SECTION.
           IF WS-LEFTOVER-ID NOT = WS-LEFTOVER-CACHE-ID
               MOVE WS-LEFTOVER-ID TO WS-LEFTOVER-CACHE-ID
               MOVE 0   TO W-SPOUSE-SEQ
               MOVE 0   TO W-ELECT-SEQ
               MOVE 'N' TO WS-LEFTOVER-ARCHIVED-SW
               MOVE WS-LEFTOVER-ID TO ARH-MEMBER-ID
               MOVE 'M'            TO ARH-REC-TYPE
               MOVE 0              TO ARH-REC-SEQ
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARH-ARCHIVED
                           MOVE 'Y' TO WS-LEFTOVER-ARCHIVED-SW
                       END-IF
               END-READ
           END-IF.

       A340-ARCHIVE-LEFTOVER SECTION.
           MOVE WS-LEFTOVER-ID TO RGD-MEMBER-ID
           MOVE SPACES         TO RGD-MEMBER-NAME
           MOVE SPACES         TO RGD-INACT-DATE
           MOVE 0              TO RGD-MONTHS
           MOVE 0              TO RGD-SPOUSES
           MOVE 0              TO RGD-ELECTIONS
           IF W-ARCHIVE-TYPE = 'S'
               MOVE 1 TO RGD-SPOUSES
           ELSE
               MOVE 1 TO RGD-ELECTIONS
           END-IF

           MOVE 'N' TO WS-LEFTOVER-ON-ARCH-SW
           MOVE 'N' TO WS-IMAGE-FOUND-SW
           IF WS-COMMIT
               PERFORM A450-WRITE-ARCHIVE-RECORD
               IF NOT WS-ARCH-WRITE-OK
                   PERFORM A350-FIND-LEFTOVER-IMAGE
               END-IF
               IF WS-ARCH-WRITE-OK
                   ADD 1 TO WS-LEFTOVER-COUNT
                   MOVE 'Y' TO WS-LEFTOVER-ON-ARCH-SW
                   MOVE 'LEFTOVER ENTRY ARCHIVED' TO RGD-STATUS
               ELSE
               IF WS-IMAGE-FOUND
                   ADD 1 TO WS-LEFTOVER-DUP-COUNT
                   MOVE 'Y' TO WS-LEFTOVER-ON-ARCH-SW
                   MOVE 'LEFTOVER ALREADY ON ARCHIVE' TO RGD-STATUS
               ELSE
                   ADD 1 TO WS-LEFTOVER-KEPT-COUNT
                   MOVE 'LEFTOVER KEPT - KEY IN USE' TO RGD-STATUS
               END-IF
               END-IF
           ELSE
               ADD 1 TO WS-LEFTOVER-COUNT
               MOVE 'LEFTOVER ENTRY - WOULD ARCHIVE' TO RGD-STATUS
           END-IF
           PERFORM A600-WRITE-REGISTER-LINE.

       A350-FIND-LEFTOVER-IMAGE SECTION.
           MOVE 'N'            TO WS-ARCHIVE-EOF-SW
           MOVE 0              TO W-HIGH-SEQ
           MOVE W-ARCHIVE-ID   TO ARH-MEMBER-ID
           MOVE W-ARCHIVE-TYPE TO ARH-REC-TYPE
           MOVE 0              TO ARH-REC-SEQ
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-SW
           END-START

           PERFORM UNTIL WS-ARCHIVE-EOF OR WS-IMAGE-FOUND
               READ ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF-SW
                   NOT AT END
                       IF ARH-MEMBER-ID NOT = W-ARCHIVE-ID
                          OR ARH-REC-TYPE NOT = W-ARCHIVE-TYPE
                           MOVE 'Y' TO WS-ARCHIVE-EOF-SW
                       ELSE
                       IF ARH-IMAGE = W-ARCHIVE-IMAGE
                           MOVE 'Y' TO WS-IMAGE-FOUND-SW
                       ELSE
                           MOVE ARH-REC-SEQ TO W-HIGH-SEQ
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-IMAGE-FOUND AND W-HIGH-SEQ < 99
               ADD 1 W-HIGH-SEQ GIVING W-ARCHIVE-SEQ
               IF W-ARCHIVE-TYPE = 'S'
                   MOVE W-ARCHIVE-SEQ TO W-SPOUSE-SEQ
               ELSE
                   MOVE W-ARCHIVE-SEQ TO W-ELECT-SEQ
               END-IF
               PERFORM A450-WRITE-ARCHIVE-RECORD
           END-IF.

       A400-ARCHIVE-MEMBER SECTION.
           ADD 1 TO WS-ARCHIVED-COUNT
           MOVE 0 TO W-SPOUSE-SEQ
           MOVE 0 TO W-ELECT-SEQ

           MOVE MST-MEMBER-ID     TO RGD-MEMBER-ID
           MOVE MST-MEMBER-NAME   TO RGD-MEMBER-NAME
           MOVE MST-INACTIVE-DATE TO RGD-INACT-DATE
           MOVE W-MONTHS-INACTIVE TO RGD-MONTHS
           MOVE MEMBER-RECORD     TO WS-BEFORE-IMAGE

           IF WS-COMMIT
               PERFORM A410-CLEAR-OLD-ARCHIVE-SET
               MOVE WS-CURRENT-ID TO W-ARCHIVE-ID
               MOVE 'M'           TO W-ARCHIVE-TYPE
               MOVE 0             TO W-ARCHIVE-SEQ
               MOVE MEMBER-RECORD TO W-ARCHIVE-IMAGE
               PERFORM A460-ARCHIVE-MEMBER-RECORD
           END-IF

           PERFORM A420-ARCHIVE-SPOUSE
               UNTIL WS-SPOUSE-KEY NOT = WS-CURRENT-ID
                  OR WS-ABORT
           PERFORM A430-ARCHIVE-ELECT
               UNTIL WS-ELECT-KEY NOT = WS-CURRENT-ID
                  OR WS-ABORT

           MOVE W-SPOUSE-SEQ TO RGD-SPOUSES
           MOVE W-ELECT-SEQ  TO RGD-ELECTIONS

           IF WS-COMMIT AND NOT WS-ABORT
               DELETE MEMBER-FILE RECORD
                   INVALID KEY
                       DISPLAY 'MASTER DELETE FAILED FOR MEMBER: '
                           WS-CURRENT-ID ' - ARCHIVE RUN STOPPED'
                       MOVE 'Y' TO WS-ABORT-SW
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE 'Z'    TO W-AUDIT-ACTION
                       PERFORM A500-WRITE-AUDIT-RECORD
               END-DELETE
           END-IF

           IF WS-ABORT
               MOVE 'ARCHIVE FAILED - RUN STOPPED' TO RGD-STATUS
           ELSE
           IF WS-COMMIT
               MOVE 'ARCHIVED AND REMOVED' TO RGD-STATUS
           ELSE
               MOVE 'PREVIEW - WOULD ARCHIVE' TO RGD-STATUS
           END-IF
           END-IF
           PERFORM A600-WRITE-REGISTER-LINE.

       A410-CLEAR-OLD-ARCHIVE-SET SECTION.
           MOVE 'N'           TO WS-ARCHIVE-EOF-SW
           MOVE LOW-VALUES    TO ARH-KEY
           MOVE WS-CURRENT-ID TO ARH-MEMBER-ID
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-SW
           END-START

           PERFORM UNTIL WS-ARCHIVE-EOF
               READ ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF-SW
                   NOT AT END
                       IF ARH-MEMBER-ID NOT = WS-CURRENT-ID
                           MOVE 'Y' TO WS-ARCHIVE-EOF-SW
                       ELSE
                           DELETE ARCHIVE-FILE RECORD
                               INVALID KEY
                                   DISPLAY 'OLD ARCHIVE DELETE FAILED '
                                       'FOR MEMBER: ' ARH-MEMBER-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-OLD-ARCH-DEL-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CURRENT-ID TO WS-LEFTOVER-CACHE-ID.

       A420-ARCHIVE-SPOUSE SECTION.
           ADD 1 TO W-SPOUSE-SEQ
           ADD 1 TO WS-SPOUSE-ARCH-COUNT
           IF WS-COMMIT
               MOVE 'S'           TO W-ARCHIVE-TYPE
               MOVE W-SPOUSE-SEQ  TO W-ARCHIVE-SEQ
               MOVE SPOUSE-RECORD TO W-ARCHIVE-IMAGE
               PERFORM A460-ARCHIVE-MEMBER-RECORD
               PERFORM A140-READ-SPOUSE
           ELSE
               PERFORM A160-COPY-SPOUSE
           END-IF.

       A430-ARCHIVE-ELECT SECTION.
           ADD 1 TO W-ELECT-SEQ
           ADD 1 TO WS-ELECT-ARCH-COUNT
           IF WS-COMMIT
               MOVE 'E'           TO W-ARCHIVE-TYPE
               MOVE W-ELECT-SEQ   TO W-ARCHIVE-SEQ
               MOVE ELECT-RECORD  TO W-ARCHIVE-IMAGE
               PERFORM A460-ARCHIVE-MEMBER-RECORD
               PERFORM A150-READ-ELECT
           ELSE
               PERFORM A170-COPY-ELECT
           END-IF.

       A450-WRITE-ARCHIVE-RECORD SECTION.
           MOVE 'Y'             TO WS-ARCH-WRITE-OK-SW
           MOVE SPACES          TO ARCHIVE-RECORD
           MOVE W-ARCHIVE-ID    TO ARH-MEMBER-ID
           MOVE W-ARCHIVE-TYPE  TO ARH-REC-TYPE
           MOVE W-ARCHIVE-SEQ   TO ARH-REC-SEQ
           MOVE WS-RUN-DATE-NUM TO ARH-ARCHIVE-DATE
           MOVE 'A'             TO ARH-STATUS
           MOVE 0               TO ARH-REINSTATE-DATE
           MOVE W-ARCHIVE-IMAGE TO ARH-IMAGE
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-ARCH-WRITE-OK-SW
           END-WRITE.

       A460-ARCHIVE-MEMBER-RECORD SECTION.
           PERFORM A450-WRITE-ARCHIVE-RECORD
           IF NOT WS-ARCH-WRITE-OK
               DISPLAY 'ARCHIVE WRITE FAILED FOR MEMBER: '
                   W-ARCHIVE-ID ' TYPE: ' W-ARCHIVE-TYPE
                   ' SEQ: ' W-ARCHIVE-SEQ ' - ARCHIVE RUN STOPPED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

       A500-WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES          TO AUDIT-RECORD
           MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE
           MOVE WS-RUN-TIME     TO AUD-RUN-TIME
           MOVE WS-PURGE-ORIGIN TO AUD-ORIGIN
           MOVE W-AUDIT-ACTION  TO AUD-ACTION
           MOVE WS-CURRENT-ID   TO AUD-MEMBER-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO AUD-AFTER-IMAGE

           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.

       A600-WRITE-REGISTER-LINE SECTION.
           WRITE PURGERPT-LINE FROM WS-REG-DETAIL
               AFTER ADVANCING 1 LINE.

       A750-PRINT-REGISTER-TOTALS SECTION.
           MOVE 'MEMBERS READ            : ' TO RGT-LABEL
           MOVE WS-MEMBER-READ-COUNT         TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'INACTIVE MEMBERS        : ' TO RGT-LABEL
           MOVE WS-INACTIVE-COUNT            TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  WITHIN RETENTION      : ' TO RGT-LABEL
           MOVE WS-RETAINED-COUNT            TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  NO INACTIVE DATE      : ' TO RGT-LABEL
           MOVE WS-STAMPED-COUNT             TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  ARCHIVED              : ' TO RGT-LABEL
           MOVE WS-ARCHIVED-COUNT            TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SPOUSE ENTRIES ARCHIVED : ' TO RGT-LABEL
           MOVE WS-SPOUSE-ARCH-COUNT         TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ELECTIONS ARCHIVED      : ' TO RGT-LABEL
           MOVE WS-ELECT-ARCH-COUNT          TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LEFTOVER ENTRIES        : ' TO RGT-LABEL
           MOVE WS-LEFTOVER-COUNT            TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  ALREADY ON ARCHIVE    : ' TO RGT-LABEL
           MOVE WS-LEFTOVER-DUP-COUNT        TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  NOT ARCHIVED - KEPT   : ' TO RGT-LABEL
           MOVE WS-LEFTOVER-KEPT-COUNT       TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OLD ARCHIVE RECS DELETED: ' TO RGT-LABEL
           MOVE WS-OLD-ARCH-DEL-COUNT        TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SPOUSE RECORDS READ     : ' TO RGT-LABEL
           MOVE WS-SPOUSE-READ-COUNT         TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'SPOUSE RECORDS WRITTEN  : ' TO RGT-LABEL
           MOVE WS-SPOUSE-WRITE-COUNT        TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ELECTION RECORDS READ   : ' TO RGT-LABEL
           MOVE WS-ELECT-READ-COUNT          TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ELECTION RECORDS WRITTEN: ' TO RGT-LABEL
           MOVE WS-ELECT-WRITE-COUNT         TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AUDIT RECORDS WRITTEN   : ' TO RGT-LABEL
           MOVE WS-AUDIT-COUNT               TO RGT-COUNT
           WRITE PURGERPT-LINE FROM WS-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       A900-PRINT-CONTROL-REPORT SECTION.
           DISPLAY '=========================================='
           DISPLAY 'EBUD22 INACTIVE MEMBER ARCHIVE REPORT'
           DISPLAY '  MODE               : ' WS-RUN-MODE
           DISPLAY '  RETENTION MONTHS   : ' WS-RETAIN-MONTHS
           DISPLAY '  MEMBERS READ       : ' WS-MEMBER-READ-COUNT
           DISPLAY '  INACTIVE MEMBERS   : ' WS-INACTIVE-COUNT
           DISPLAY '    WITHIN RETENTION : ' WS-RETAINED-COUNT
           DISPLAY '    NO INACTIVE DATE : ' WS-STAMPED-COUNT
           DISPLAY '    ARCHIVED         : ' WS-ARCHIVED-COUNT
           DISPLAY '  SPOUSES ARCHIVED   : ' WS-SPOUSE-ARCH-COUNT
           DISPLAY '  ELECTIONS ARCHIVED : ' WS-ELECT-ARCH-COUNT
           DISPLAY '  LEFTOVER ENTRIES   : ' WS-LEFTOVER-COUNT
           DISPLAY '    ALREADY ARCHIVED : ' WS-LEFTOVER-DUP-COUNT
           DISPLAY '    NOT ARCHIVED/KEPT: ' WS-LEFTOVER-KEPT-COUNT
           DISPLAY '  SPOUSE RECS READ   : ' WS-SPOUSE-READ-COUNT
           DISPLAY '  SPOUSE RECS WRITE  : ' WS-SPOUSE-WRITE-COUNT
           DISPLAY '  ELECT RECS READ    : ' WS-ELECT-READ-COUNT
           DISPLAY '  ELECT RECS WRITE   : ' WS-ELECT-WRITE-COUNT
           DISPLAY '  AUDIT RECS WRITTEN : ' WS-AUDIT-COUNT
           IF WS-ABORT
               DISPLAY '  *** RUN STOPPED - SPOUSE AND ELECTION FILES '
                   'ARE NOT TO BE REPLACED ***'
           END-IF
           DISPLAY '=========================================='.
