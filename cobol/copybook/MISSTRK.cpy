      *****************************************************************
      *    MISSTRK - MISSING-MEMBER TRACKER RECORD LAYOUT             *
      *              ONE RECORD PER ACTIVE MEMBER ON THE MASTER, IN   *
      *              MEMBER-ID ORDER, REBUILT EVERY NIGHT BY EBUD20   *
      *              FROM THE PRIOR TRACKER AND THE NIGHT'S OUTPUT,   *
      *              REJECT AND ELECTION FILES.                       *
      *              MTK-LAST-SEEN-DATE IS THE LAST CYCLE THE MEMBER  *
      *              ARRIVED ON THE EXTRACT (ZERO = NEVER SEEN) AND   *
      *              MTK-LAST-SOURCE THE SOURCE SYSTEM IT CAME FROM.  *
      *              MTK-NIGHTS-MISSING IS THE CONSECUTIVE CYCLES THE *
      *              MEMBER HAS NOT ARRIVED, RESET TO ZERO WHEN IT    *
      *              ARRIVES OR AN ELECTION IS ON FILE.               *
      *              MTK-LAST-CYCLE-DATE IS THE CYCLE THAT LAST       *
      *              UPDATED THE RECORD; A RERUN FOR THE SAME CYCLE   *
      *              DOES NOT COUNT THE NIGHT TWICE.                  *
      *****************************************************************
           05  MTK-MEMBER-ID        PIC X(9).
           05  MTK-LAST-SEEN-DATE   PIC 9(8).
           05  MTK-LAST-SOURCE      PIC X(8).
           05  MTK-NIGHTS-MISSING   PIC 9(5).
           05  MTK-FIRST-MISSING-DATE PIC 9(8).
           05  MTK-LAST-CYCLE-DATE  PIC 9(8).
           05  FILLER               PIC X(4).
