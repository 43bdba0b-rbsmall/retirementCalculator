      *****************************************************************
      *    DSCRESL - DISCREPANCY RESOLUTION DECISION                  *
      *              KEYED BY THE RESOLUTION DESK FROM THE EBUD15     *
      *              DISCREPANCY WORKLIST, ONE PER OPEN ITEM, AND     *
      *              APPLIED BY EBUD15 ON ITS NEXT RUN.               *
      *              DRS-FIELD-NAME MUST MATCH THE WORKLIST FIELD     *
      *              ('NAME' OR 'BIRTH DATE').                        *
      *              DRS-DECISION = E  EXTRACT IS RIGHT - EBUD15      *
      *                                WRITES A MEMTRAN CHANGE FOR    *
      *                                EBUD04 TO CORRECT THE MASTER   *
      *                             M  MASTER IS RIGHT - THE ITEM     *
      *                                GOES ON THE SOURCE SYSTEM      *
      *                                CORRECTION REPORT              *
      *              DRS-DECIDED-BY IS THE DESK OPERATOR ID.          *
      *****************************************************************
           05  DRS-KEY.
               10  DRS-MEMBER-ID    PIC X(9).
               10  DRS-FIELD-NAME   PIC X(12).
           05  DRS-DECISION         PIC X(01).
               88  DRS-EXTRACT-RIGHT   VALUE 'E'.
               88  DRS-MASTER-RIGHT    VALUE 'M'.
           05  DRS-DECIDED-BY       PIC X(8).
           05  FILLER               PIC X(50).
