      *****************************************************************
      *    COLHIST - COLA HISTORY RECORD LAYOUT                       *
      *              ONE RECORD PER COMMITTED EBUD17 COLA RUN,        *
      *              WRITTEN ONLY WHEN THE RUN COMPLETES CLEAN.       *
      *              EBUD17 READS THE HISTORY BEFORE EVERY RUN AND    *
      *              REFUSES AN EFFECTIVE YEAR ALREADY ON IT.         *
      *              TOTALS ARE MONTHLY BASE BENEFIT DOLLARS AND      *
      *              CENTS (IMPLIED DECIMAL) OVER THE MEMBERS UPDATED.*
      *****************************************************************
           05  CLH-EFFECTIVE-YEAR   PIC 9(4).
           05  CLH-RATE             PIC 9(2)V9(3).
           05  CLH-RUN-DATE         PIC 9(8).
           05  CLH-RUN-TIME         PIC 9(6).
           05  CLH-MEMBERS-UPDATED  PIC 9(9).
           05  CLH-TOTAL-BEFORE     PIC 9(11)V99.
           05  CLH-TOTAL-AFTER      PIC 9(11)V99.
           05  FILLER               PIC X(22).
