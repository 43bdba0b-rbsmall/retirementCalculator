      *              TIMES ARE HHMMSS. RH-ELECTED-COUNT IS THE        *
      *              NUMBER OF EXTRACT RECORDS DIVERTED BECAUSE THE   *
      *              MEMBER HAS A RETIREMENT ELECTION ON FILE.        *
      *              RH-DECEASED-COUNT IS THE NUMBER DIVERTED BECAUSE *
      *              THE MEMBER IS DECEASED ON THE MEMBER MASTER.     *
      *****************************************************************
           05  RH-RUN-DATE          PIC 9(8).
           05  RH-AS-OF-DATE        PIC 9(8).
           05  RH-START-TIME        PIC 9(6).
           05  RH-END-TIME          PIC 9(6).
           05  RH-ELECTED-COUNT     PIC 9(9).
           05  RH-DECEASED-COUNT    PIC 9(9).
           05  FILLER               PIC X(18).
