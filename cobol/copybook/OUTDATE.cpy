      *    OUT-SOURCE-SYSTEM IS THE SOURCE SYSTEM ID FROM THE HDR     *
      *    RECORD OF THE EXTRACT GROUP THE DETAIL ARRIVED IN, SO      *
      *    DOWNSTREAM REPORTS CAN BREAK COUNTS OUT BY SOURCE.         *
      *                                                                *
      *    OUT-CYCLE-DATE IS THE AS-OF DATE OF THE NIGHTLY CYCLE THAT *
      *    WROTE THE RECORD (CYCLE CONTROL FILE, CYCCTL). DOWNSTREAM  *
      *    STEPS REFUSE A FILE WHOSE CYCLE DATE IS NOT THE CYCLE      *
      *    THEY WERE STARTED FOR.                                     *
      *****************************************************************
           05  OUT-CCYY                     PIC 9(4).
           05  OUT-MM                       PIC 9(2).
           05  OUT-SPOUSE-BENEFIT-AMT       PIC 9(5)V99.
           05  OUT-SURVIVOR-BENEFIT-AMT     PIC 9(5)V99.
           05  OUT-SOURCE-SYSTEM            PIC X(8).
           05  OUT-CYCLE-DATE               PIC 9(8).
           05  FILLER                       PIC X(01).
