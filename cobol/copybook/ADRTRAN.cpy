      *****************************************************************
      *    ADRTRAN - MEMBER ADDRESS MAINTENANCE TRANSACTION LAYOUT    *
      *              KEYED BY THE BENEFITS SECTION AND APPLIED TO     *
      *              THE ADDRESS FILE BY EBUD16.                      *
      *              ACTION A = ADD FIRST ADDRESS FOR A MEMBER        *
      *                     C = CHANGE OF ADDRESS (REPLACES ALL       *
      *                         ADDRESS LINES AND RELEASES ANY HOLD)  *
      *                     U = MARK UNDELIVERABLE - RETURNED MAIL    *
      *                         LOGGED ON ATR-RETURNED-DATE           *
      *                         (CCYYMMDD, ZERO = TODAY). ONLY THE    *
      *                         ACTION, MEMBER ID, ORIGIN AND DATE    *
      *                         ARE USED.                             *
      *              ATR-ORIGIN IS THE OPERATOR OR DESK ID THAT       *
      *              KEYED THE TRANSACTION; IT IS STAMPED ON THE      *
      *              ADDRESS RECORD AND PRINTED ON THE REGISTER.      *
      *****************************************************************
           05  ATR-ACTION           PIC X(01).
               88  ATR-ADD             VALUE 'A'.
               88  ATR-CHANGE          VALUE 'C'.
               88  ATR-UNDELIVERABLE   VALUE 'U'.
           05  ATR-MEMBER-ID        PIC X(9).
           05  ATR-LINE-1           PIC X(30).
           05  ATR-LINE-2           PIC X(30).
           05  ATR-CITY             PIC X(20).
           05  ATR-STATE            PIC X(2).
           05  ATR-ZIP              PIC X(10).
           05  ATR-ORIGIN           PIC X(8).
           05  ATR-RETURNED-DATE    PIC 9(8).
           05  FILLER               PIC X(2).
