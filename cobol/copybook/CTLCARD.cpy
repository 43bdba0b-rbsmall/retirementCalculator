      *               CTL-MSG-LEVEL: E = ERRORS ONLY (DEFAULT FOR THE  *
      *               NIGHTLY RUN), W = WARNINGS AND ERRORS, I = ALL   *
      *               MESSAGES (DIAGNOSTIC RERUNS).                    *
      *               CTL-FORCE-RERUN: Y = RUN A MAIL-PRODUCING STEP   *
      *               (EBUD13) AGAIN FOR A CYCLE IT HAS ALREADY        *
      *               COMPLETED. IGNORED BY THE OTHER READERS.         *
      *               READ BY EBUD01, EBUD07, EBUD13, EBUD15 AND       *
      *               EBUD16; EBUD07, EBUD13, EBUD15 AND EBUD16 TAKE   *
      *               ONLY THE AS-OF DATE (AND EBUD13 THE FORCE FLAG). *
      *****************************************************************
           05  CTL-AS-OF-DATE       PIC 9(8).
           05  CTL-RUN-MODE         PIC X(01).
           05  CTL-MSG-LEVEL        PIC X(01).
           05  CTL-FORCE-RERUN      PIC X(01).
               88  CTL-FORCED          VALUE 'Y'.
           05  FILLER               PIC X(69).
