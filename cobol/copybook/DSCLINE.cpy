      *****************************************************************
      *    DSCLINE - MEMBER MASTER DISCREPANCY LISTING DETAIL LINE    *
      *              WRITTEN BY EBUD01 TO THE DISCREP LISTING FOR     *
      *              EACH NAME OR BIRTH DATE THAT DIFFERS BETWEEN     *
      *              THE EXTRACT AND THE MEMBER MASTER, AND READ      *
      *              BACK BY EBUD15 TO CARRY THE DIFFERENCES AS       *
      *              OPEN ITEMS FOR THE RESOLUTION DESK.              *
      *              DSC-FIELD-NAME IS 'NAME' OR 'BIRTH DATE'.        *
      *              BIRTH DATES ARE SHOWN AS CCYY/MM/DD.             *
      *              DSC-SOURCE-SYSTEM IS THE EXTRACT GROUP'S HDR     *
      *              SOURCE SYSTEM ID.                                *
      *****************************************************************
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DSC-MEMBER-ID        PIC X(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DSC-FIELD-NAME       PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DSC-EXTRACT-VALUE    PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DSC-MASTER-VALUE     PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DSC-SOURCE-SYSTEM    PIC X(8).
           05  FILLER               PIC X(34) VALUE SPACES.
