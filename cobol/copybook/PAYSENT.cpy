      *****************************************************************
      *    PAYSENT - ELECTIONS SENT TO PAYROLL HISTORY RECORD         *
      *              ONE RECORD PER MEMBER WHOSE ELECTION HAS BEEN    *
      *              SENT ON THE PAYROLL COMMENCEMENT INTERFACE, IN   *
      *              MEMBER-ID ORDER. REBUILT BY EBUD21 ON EVERY RUN  *
      *              AND COPIED BACK ONLY AFTER A CLEAN RUN, SO AN    *
      *              ELECTION ALREADY ON IT IS NEVER SENT AGAIN AND   *
      *              ONE FROM A FAILED RUN IS SENT BY THE RERUN.      *
      *              PSN-SEND-MODE S = SENT TO PAYROLL                *
      *                            L = LOADED AT CUTOVER, NOT SENT    *
      *****************************************************************
           05  PSN-MEMBER-ID        PIC X(9).
           05  PSN-ELECT-DATE       PIC 9(8).
           05  PSN-ELECT-TYPE       PIC X(1).
           05  PSN-SENT-DATE        PIC 9(8).
           05  PSN-FIRST-PAY-DATE   PIC 9(8).
           05  PSN-MONTHLY-AMT      PIC 9(5)V99.
           05  PSN-SEND-MODE        PIC X(1).
               88  PSN-SENT            VALUE 'S'.
               88  PSN-LOADED          VALUE 'L'.
           05  FILLER               PIC X(18).
