      *****************************************************************
      *    MEMARCH - INACTIVE MEMBER ARCHIVE RECORD LAYOUT            *
      *              VSAM KSDS KEYED BY ARH-KEY (MEMBER ID, RECORD    *
      *              TYPE, SEQUENCE). WRITTEN BY EBUD22 WHEN IT       *
      *              REMOVES A MEMBER INACTIVE LONGER THAN THE        *
      *              RETENTION PERIOD FROM THE MEMBER MASTER:         *
      *              TYPE M = FINAL MEMMAST IMAGE (SEQUENCE 00)       *
      *                   S = SPOUSE FILE ENTRY (SPOUMAST IMAGE)      *
      *                   E = ELECTION FILE ENTRY (ELECMAST IMAGE)    *
      *              S AND E ARE NUMBERED 01 UP IN FILE ORDER; A      *
      *              LEFTOVER ENTRY MAY TAKE THE NEXT FREE SEQUENCE.  *
      *              ARH-STATUS A = ARCHIVED, R = REINSTATED BY AN    *
      *              EBUD04 R TRANSACTION (DATE AND ORIGIN STAMPED).  *
      *              A MEMBER ARCHIVED AGAIN REPLACES ITS OLD SET.    *
      *****************************************************************
           05  ARH-KEY.
               10  ARH-MEMBER-ID    PIC X(9).
               10  ARH-REC-TYPE     PIC X(01).
                   88  ARH-MASTER-IMAGE    VALUE 'M'.
                   88  ARH-SPOUSE-IMAGE    VALUE 'S'.
                   88  ARH-ELECTION-IMAGE  VALUE 'E'.
               10  ARH-REC-SEQ      PIC 9(2).
           05  ARH-ARCHIVE-DATE     PIC 9(8).
           05  ARH-STATUS           PIC X(01).
               88  ARH-ARCHIVED        VALUE 'A'.
               88  ARH-REINSTATED      VALUE 'R'.
           05  ARH-REINSTATE-DATE   PIC 9(8).
           05  ARH-REINSTATE-ORIGIN PIC X(8).
           05  ARH-IMAGE            PIC X(80).
           05  FILLER               PIC X(3).
