      *****************************************************************
      *    PAYCARD - OPTIONAL CONTROL CARD LAYOUT FOR EBUD21          *
      *              PAY-AS-OF-DATE = RUN DATE OVERRIDE (CCYYMMDD,    *
      *              SPACES = TODAY), STAMPED ON THE INTERFACE HEADER *
      *              AND AS THE SENT DATE ON THE HISTORY.             *
      *              PAY-RUN-MODE L = CUTOVER LOAD: EVERY ELECTION    *
      *              THAT WOULD BE SENT IS WRITTEN TO THE HISTORY AS  *
      *              ALREADY HANDLED AND NO DETAIL RECORDS ARE SENT.  *
      *              SPACES = NORMAL RUN.                             *
      *****************************************************************
           05  PAY-AS-OF-DATE       PIC 9(8).
           05  PAY-RUN-MODE         PIC X(01).
               88  PAY-LOAD-ONLY       VALUE 'L'.
           05  FILLER               PIC X(71).
