      *****************************************************************
      *    SURVREC - SURVIVOR BENEFIT RECORD LAYOUT                   *
      *              ONE RECORD PER DEATH RECORDED FOR A MEMBER WHO   *
      *              HAS A SPOUSE ON THE SPOUSE FILE. WRITTEN ONCE BY *
      *              EBUD04 WHEN THE DEATH TRANSACTION IS APPLIED SO  *
      *              THE BENEFITS SECTION CAN OPEN THE SURVIVOR       *
      *              CLAIM. SRV-SURVIVOR-BENEFIT-AMT IS THE MEMBER'S  *
      *              FULL AMOUNT FROM MST-BASE-BENEFIT (DOLLARS AND   *
      *              CENTS, IMPLIED DECIMAL). SRV-CYCLE-DATE IS THE   *
      *              RUN DATE OF THE EBUD04 RUN THAT WROTE IT AND     *
      *              SRV-SOURCE-SYSTEM THE ORIGIN THAT KEYED THE      *
      *              DEATH.                                           *
      *****************************************************************
           05  SRV-MEMBER-ID        PIC X(9).
           05  SRV-MEMBER-NAME      PIC X(30).
           05  SRV-DEATH-DATE       PIC 9(8).
           05  SRV-SPOUSE-NAME      PIC X(30).
           05  SRV-SPOUSE-BIRTH-CCYY PIC 9(4).
           05  SRV-SURVIVOR-BENEFIT-AMT PIC 9(5)V99.
           05  SRV-CYCLE-DATE       PIC 9(8).
           05  SRV-SOURCE-SYSTEM    PIC X(8).
           05  FILLER               PIC X(16).
