      *****************************************************************
      *    OPERAUTH - OPERATOR AUTHORITY RECORD LAYOUT                *
      *              ONE RECORD PER TRANSACTION ORIGIN (OPERATOR OR   *
      *              DESK ID) ON A VSAM KSDS KEYED BY OPA-ORIGIN.     *
      *              EBUD04 LOOKS UP THE TRN-ORIGIN OF EVERY MEMTRAN  *
      *              CARD AND REJECTS IT WHEN THE ORIGIN IS NOT ON    *
      *              FILE, IS SUSPENDED, OR IS NOT ALLOWED THE ACTION *
      *              (Y = ALLOWED IN THE OPA-ALLOW-xxx FLAG).         *
      *              OPA-MAX-BENEFIT-CHANGE IS THE LARGEST CHANGE TO  *
      *              A MEMBER'S BASE BENEFIT (EITHER DIRECTION) THE   *
      *              ORIGIN MAY KEY OR APPROVE.                       *
      *              OPA-ALLOW-REINSTATE (Y) PERMITS THE R ACTION;    *
      *              IT SITS AFTER OPA-MAINT-DATE SO EXISTING RECORDS *
      *              (SPACES THERE) MAY NOT REINSTATE UNTIL GRANTED.  *
      *              THE FILE IS LOADED BY THE SECURITY               *
      *              ADMINISTRATOR (IDCAMS REPRO).                    *
      *****************************************************************
           05  OPA-ORIGIN           PIC X(8).
           05  OPA-DESK-NAME        PIC X(30).
           05  OPA-STATUS           PIC X(01).
               88  OPA-ACTIVE          VALUE 'A'.
               88  OPA-SUSPENDED       VALUE 'S'.
           05  OPA-ALLOWED-ACTIONS.
               10  OPA-ALLOW-ADD        PIC X(01).
                   88  OPA-MAY-ADD         VALUE 'Y'.
               10  OPA-ALLOW-CHANGE     PIC X(01).
                   88  OPA-MAY-CHANGE      VALUE 'Y'.
               10  OPA-ALLOW-INACTIVATE PIC X(01).
                   88  OPA-MAY-INACTIVATE  VALUE 'Y'.
               10  OPA-ALLOW-DEATH      PIC X(01).
                   88  OPA-MAY-RECORD-DEATH VALUE 'Y'.
               10  OPA-ALLOW-APPROVE    PIC X(01).
                   88  OPA-MAY-APPROVE     VALUE 'Y'.
           05  OPA-MAX-BENEFIT-CHANGE PIC 9(5)V99.
           05  OPA-MAINT-DATE       PIC 9(8).
           05  OPA-ALLOW-REINSTATE  PIC X(01).
               88  OPA-MAY-REINSTATE   VALUE 'Y'.
           05  FILLER               PIC X(20).
