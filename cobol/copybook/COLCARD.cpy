      *****************************************************************
      *    COLCARD - REQUIRED CONTROL CARD LAYOUT FOR EBUD17          *
      *              ANNUAL COST-OF-LIVING ADJUSTMENT RUN.            *
      *              COL-RATE IS THE ANNOUNCED COLA PERCENT (IMPLIED  *
      *              DECIMAL, E.G. 02500 = 2.500 PERCENT).            *
      *              COL-EFFECTIVE-YEAR IS THE CCYY THE INCREASE      *
      *              TAKES EFFECT; A YEAR ALREADY APPLIED IS REFUSED. *
      *              COL-MODE P = PREVIEW (REGISTER ONLY, NO UPDATE)  *
      *                       C = COMMIT (UPDATE THE MEMBER MASTER)   *
      *****************************************************************
           05  COL-RATE             PIC 9(2)V9(3).
           05  COL-EFFECTIVE-YEAR   PIC 9(4).
           05  COL-MODE             PIC X(01).
               88  COL-PREVIEW         VALUE 'P'.
               88  COL-COMMIT          VALUE 'C'.
           05  FILLER               PIC X(70).
