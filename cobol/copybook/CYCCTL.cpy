      *****************************************************************
      *    CYCCTL - NIGHTLY CYCLE CONTROL RECORD LAYOUT               *
      *             ONE 350-BYTE RECORD ON PROD.EBUD.CYCLE, KEPT BY   *
      *             EBUD18 ONLY. EBUD01 OPENS THE CYCLE WITH ITS      *
      *             AS-OF DATE; A NEW DATE RESETS EVERY STEP TO NOT   *
      *             RUN, THE SAME DATE (RESTART OR RERUN) KEEPS THE   *
      *             STAMPS ALREADY THERE. EACH DOWNSTREAM STEP ASKS   *
      *             EBUD18 TO BEGIN (PREREQUISITES CHECKED, STATUS R) *
      *             AND STAMPS C OR F WHEN IT ENDS. A STEP LEFT AT R  *
      *             ABENDED OR IS STILL RUNNING. D = EBUD01 DRY RUN - *
      *             NO DOWNSTREAM STEP MAY RUN AGAINST IT.            *
      *             CYC-STEP-FORCED IS Y WHEN THE LAST RUN OF A MAIL  *
      *             STEP WAS A FORCED RERUN FROM ITS CONTROL CARD.    *
      *             EBUD19 PRINTS THE RECORD AS THE MORNING CYCLE     *
      *             STATUS REPORT. TEN STEP SLOTS ARE HELD; SLOTS     *
      *             PAST THE LAST STEP IN EBUD18'S TABLE ARE SPACES.  *
      *****************************************************************
           05  CYC-CYCLE-DATE       PIC 9(8).
           05  CYC-OPENED-DATE      PIC 9(8).
           05  CYC-OPENED-TIME      PIC 9(6).
           05  CYC-STEP-ENTRY       OCCURS 10 TIMES.
               10  CYC-STEP-PROGRAM     PIC X(8).
               10  CYC-STEP-STATUS      PIC X(01).
                   88  CYC-STEP-NOT-RUN    VALUE 'N'.
                   88  CYC-STEP-RUNNING    VALUE 'R'.
                   88  CYC-STEP-COMPLETE   VALUE 'C'.
                   88  CYC-STEP-FAILED     VALUE 'F'.
                   88  CYC-STEP-DRY-RUN    VALUE 'D'.
               10  CYC-STEP-RUN-COUNT   PIC 9(2).
               10  CYC-STEP-START-TIME  PIC 9(6).
               10  CYC-STEP-END-DATE    PIC 9(8).
               10  CYC-STEP-END-TIME    PIC 9(6).
               10  CYC-STEP-FORCED      PIC X(01).
           05  FILLER               PIC X(8).
