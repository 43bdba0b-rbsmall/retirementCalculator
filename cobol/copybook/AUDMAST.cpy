      *              (SPACES FOR AN ADD) AND THE AFTER-IMAGE IS THE   *
      *              RECORD AS WRITTEN, SO A BAD FIELD CAN BE TRACED  *
      *              TO WHO CHANGED IT, WHEN, AND WHAT IT WAS.        *
      *              FOR A CHANGE HELD FOR APPROVAL AUD-ORIGIN IS THE *
      *              ORIGIN THAT KEYED IT AND AUD-APPROVED-BY IS THE  *
      *              ORIGIN THAT APPROVED IT (SPACES OTHERWISE).      *
      *              AUD-ACTION IS THE MEMTRAN ACTION (FOR R =        *
      *              REINSTATED FROM THE ARCHIVE THE BEFORE-IMAGE IS  *
      *              THE ARCHIVED IMAGE), C FOR AN EBUD17 COLA, AND   *
      *              FOR EBUD22 EITHER Z = ARCHIVED AND REMOVED FROM  *
      *              THE MASTER (AFTER-IMAGE SPACES) OR I = INACTIVE  *
      *              DATE STAMPED ON A MEMBER INACTIVATED BEFORE THE  *
      *              DATE WAS KEPT.                                   *
      *****************************************************************
           05  AUD-RUN-DATE         PIC 9(8).
           05  AUD-RUN-TIME         PIC 9(6).
           05  AUD-MEMBER-ID        PIC X(9).
           05  AUD-BEFORE-IMAGE     PIC X(80).
           05  AUD-AFTER-IMAGE      PIC X(80).
           05  AUD-APPROVED-BY      PIC X(8).
