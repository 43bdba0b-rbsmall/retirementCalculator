      *              NARROWEST BAND THEIR DAY COUNT FALLS UNDER.      *
      *              SPACES/ZERO OR OUT-OF-ORDER BANDS = DEFAULTS     *
      *              OF 365/180/090.                                  *
      *              LTR-FORCE-RERUN Y = PRINT LETTERS AGAIN FOR A    *
      *              CYCLE EBUD06 HAS ALREADY COMPLETED (REPRINT).    *
      *****************************************************************
           05  LTR-BAND-1           PIC 9(3).
           05  LTR-BAND-2           PIC 9(3).
           05  LTR-BAND-3           PIC 9(3).
           05  LTR-FORCE-RERUN      PIC X(01).
               88  LTR-FORCED          VALUE 'Y'.
           05  FILLER               PIC X(70).
