      *****************************************************************
      *    MNTCARD - OPTIONAL CONTROL CARD LAYOUT FOR EBUD04          *
      *              MNT-APPROVAL-THRESHOLD IS THE LARGEST CHANGE TO  *
      *              A MEMBER'S MONTHLY BASE BENEFIT (EITHER          *
      *              DIRECTION, IMPLIED DECIMAL) EBUD04 APPLIES       *
      *              WITHOUT A SECOND-PERSON APPROVAL. ANYTHING       *
      *              LARGER GOES TO THE PENDING FILE. NO CARD = ZERO, *
      *              SO EVERY BENEFIT CHANGE NEEDS APPROVAL.          *
      *****************************************************************
           05  MNT-APPROVAL-THRESHOLD PIC 9(5)V99.
           05  FILLER               PIC X(73).
