      *****************************************************************
      *    ADDRMAST - MEMBER MAILING ADDRESS RECORD LAYOUT            *
      *              ONE RECORD PER MEMBER ON A VSAM KSDS KEYED BY    *
      *              ADR-MEMBER-ID, MAINTAINED BY EBUD16 FROM THE     *
      *              BENEFITS SECTION ADDRESS TRANSACTIONS (ADRTRAN)  *
      *              AND READ BY EBUD06 AND EBUD13 TO PRINT THE       *
      *              ADDRESS BLOCK ON LETTERS AND NOTICES.            *
      *              ADR-STATUS U = UNDELIVERABLE IS SET WHEN         *
      *              RETURNED MAIL IS LOGGED (ADR-RETURNED-DATE).     *
      *              WHILE IT IS SET EBUD06 AND EBUD13 HOLD THE       *
      *              MEMBER'S MAIL INSTEAD OF PRINTING IT, COUNTING   *
      *              EACH HELD PIECE IN ADR-HELD-COUNT WITH THE FIRST *
      *              AND LAST HELD DATES (A RERUN ON THE SAME DATE    *
      *              IS NOT COUNTED AGAIN). A CHANGE OF ADDRESS       *
      *              RESETS THE STATUS TO G = GOOD AND CLEARS THE     *
      *              HOLD.                                            *
      *****************************************************************
           05  ADR-MEMBER-ID        PIC X(9).
           05  ADR-LINE-1           PIC X(30).
           05  ADR-LINE-2           PIC X(30).
           05  ADR-CITY             PIC X(20).
           05  ADR-STATE            PIC X(2).
           05  ADR-ZIP              PIC X(10).
           05  ADR-STATUS           PIC X(01).
               88  ADR-GOOD            VALUE 'G'.
               88  ADR-UNDELIVERABLE   VALUE 'U'.
           05  ADR-RETURNED-DATE    PIC 9(8).
           05  ADR-HELD-COUNT       PIC 9(5).
           05  ADR-FIRST-HELD-DATE  PIC 9(8).
           05  ADR-LAST-HELD-DATE   PIC 9(8).
           05  ADR-MAINT-DATE       PIC 9(8).
           05  ADR-ORIGIN           PIC X(8).
           05  FILLER               PIC X(3).
