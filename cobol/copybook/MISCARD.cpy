      *****************************************************************
      *    MISCARD - OPTIONAL CONTROL CARD LAYOUT FOR EBUD20          *
      *              MSC-NIGHTS-THRESHOLD = AN ACTIVE, NON-ELECTED    *
      *              MEMBER IS REPORTED MISSING ONCE IT HAS BEEN      *
      *              ABSENT FROM THE EXTRACT FOR MORE THAN THIS MANY  *
      *              CONSECUTIVE NIGHTS (SPACES/ZERO = DEFAULT OF 3). *
      *****************************************************************
           05  MSC-NIGHTS-THRESHOLD PIC 9(3).
           05  FILLER               PIC X(77).
