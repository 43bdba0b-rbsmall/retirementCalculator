      *****************************************************************
      *    DSCITEM - OPEN DISCREPANCY ITEM RECORD                     *
      *              ONE RECORD PER MEMBER AND FIELD THAT EBUD01 HAS  *
      *              REPORTED ON THE DISCREP LISTING AND THE          *
      *              RESOLUTION DESK HAS NOT YET CLOSED. EBUD15       *
      *              CARRIES THE FILE FORWARD NIGHT TO NIGHT IN       *
      *              MEMBER-ID / FIELD-NAME ORDER.                    *
      *              DSI-FIRST-SEEN   = CYCLE DATE FIRST REPORTED     *
      *              DSI-LAST-SEEN    = LAST CYCLE DATE REPORTED      *
      *              DSI-NIGHTS-OUT   = NIGHTLY RUNS THE ITEM HAS     *
      *                                 BEEN OPEN                     *
      *              DSI-PRESENT-FLAG = Y IF THE MISMATCH WAS ON      *
      *                                 TONIGHT'S DISCREP LISTING     *
      *              DSI-LAST-CYCLE-DATE = CYCLE THAT LAST CARRIED    *
      *                                 THE ITEM FORWARD; A RERUN FOR *
      *                                 THE SAME CYCLE DOES NOT COUNT *
      *                                 THE NIGHT TWICE               *
      *              DSI-RESOLUTION   = SPACE  AWAITING DECISION      *
      *                                 E      EXTRACT IS RIGHT -     *
      *                                        MASTER CHANGE SENT     *
      *                                 M      MASTER IS RIGHT -      *
      *                                        SOURCE SYSTEM TO FIX   *
      *****************************************************************
           05  DSI-KEY.
               10  DSI-MEMBER-ID    PIC X(9).
               10  DSI-FIELD-NAME   PIC X(12).
           05  DSI-EXTRACT-VALUE    PIC X(30).
           05  DSI-MASTER-VALUE     PIC X(30).
           05  DSI-SOURCE-SYSTEM    PIC X(8).
           05  DSI-FIRST-SEEN       PIC 9(8).
           05  DSI-LAST-SEEN        PIC 9(8).
           05  DSI-NIGHTS-OUT       PIC 9(5).
           05  DSI-PRESENT-FLAG     PIC X(01).
               88  DSI-PRESENT         VALUE 'Y'.
           05  DSI-RESOLUTION       PIC X(01).
               88  DSI-UNRESOLVED      VALUE ' '.
               88  DSI-EXTRACT-RIGHT   VALUE 'E'.
               88  DSI-MASTER-RIGHT    VALUE 'M'.
           05  DSI-RESOLVED-DATE    PIC 9(8).
           05  DSI-RESOLVED-BY      PIC X(8).
           05  DSI-LAST-CYCLE-DATE  PIC 9(8).
           05  FILLER               PIC X(14).
