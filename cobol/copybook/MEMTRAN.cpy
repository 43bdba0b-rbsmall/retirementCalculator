      *                     C = CHANGE NAME, BIRTH DATE AND/OR BASE   *
      *                         BENEFIT                               *
      *                     I = INACTIVATE MEMBER                     *
      *                     D = RECORD DEATH OF MEMBER (DATE OF DEATH *
      *                         IN TRN-DEATH-DATE, CCYYMMDD)          *
      *                     P = APPROVE THE CHANGE PENDING FOR THE    *
      *                         MEMBER (MUST COME FROM AN ORIGIN      *
      *                         OTHER THAN THE ONE THAT KEYED IT)     *
      *                     X = CANCEL THE CHANGE PENDING FOR THE     *
      *                         MEMBER                                *
      *                     R = REINSTATE A MEMBER EBUD22 ARCHIVED,   *
      *                         RESTORING THE ARCHIVED MASTER IMAGE   *
      *                         (AS ACTIVE) AND ITS SPOUSE AND        *
      *                         ELECTION ENTRIES - ONLY THE MEMBER ID *
      *                         AND ORIGIN ARE USED                   *
      *              A CHANGE TO THE BIRTH DATE, OR TO THE BASE       *
      *              BENEFIT BY MORE THAN THE EBUD04 APPROVAL         *
      *              THRESHOLD, IS HELD ON THE PENDING FILE UNTIL     *
      *              APPROVED.                                        *
      *              TRN-BASE-BENEFIT IS THE ESTIMATED MONTHLY        *
      *              BENEFIT AT FULL RETIREMENT AGE (IMPLIED          *
      *              DECIMAL); ZERO OR SPACES LEAVES THE MASTER       *
      *              TRN-ORIGIN IS THE OPERATOR OR DESK ID THAT       *
      *              KEYED THE TRANSACTION; IT IS STAMPED ON THE      *
      *              EBUD04 AUDIT RECORD AND PRINTED ON THE DAILY     *
      *              MAINTENANCE REGISTER. THE ORIGIN MUST BE ON THE  *
      *              OPERATOR AUTHORITY FILE WITH THE ACTION ALLOWED. *
      *****************************************************************
           05  TRN-ACTION           PIC X(01).
               88  TRN-ADD             VALUE 'A'.
               88  TRN-CHANGE          VALUE 'C'.
               88  TRN-INACTIVATE      VALUE 'I'.
               88  TRN-DEATH           VALUE 'D'.
               88  TRN-APPROVE         VALUE 'P'.
               88  TRN-CANCEL-PENDING  VALUE 'X'.
               88  TRN-REINSTATE       VALUE 'R'.
           05  TRN-MEMBER-ID        PIC X(9).
           05  TRN-MEMBER-NAME      PIC X(30).
           05  TRN-BIRTH-DATE       PIC 9(8).
           05  TRN-BASE-BENEFIT     PIC 9(5)V99.
           05  TRN-ORIGIN           PIC X(8).
           05  TRN-DEATH-DATE       PIC 9(8).
           05  FILLER               PIC X(9).
