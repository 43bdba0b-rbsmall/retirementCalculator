      *****************************************************************
      *    PAYCOMM - PAYROLL BENEFIT COMMENCEMENT INTERFACE RECORD    *
      *              WRITTEN BY EBUD21, ONE FILE PER RUN: ONE 'HDR'   *
      *              RECORD FIRST (CREATE DATE AND TIME, SENDING      *
      *              SYSTEM), ONE 'DTL' RECORD PER NEW ELECTION AND   *
      *              ONE 'TRL' RECORD LAST WITH THE COUNT OF DETAIL   *
      *              RECORDS AND THE TOTAL OF THEIR MONTHLY AMOUNTS.  *
      *              A FILE WITHOUT ITS TRAILER IS INCOMPLETE AND     *
      *              MUST NOT BE LOADED BY PAYROLL.                   *
      *              PCD-FIRST-PAY-DATE IS THE FIRST OF THE MONTH THE *
      *              BENEFIT STARTS; PCD-MONTHLY-AMT IS THE MONTHLY   *
      *              BENEFIT PRICED FOR THAT MONTH (DOLLARS AND       *
      *              CENTS, IMPLIED DECIMAL).                         *
      *****************************************************************
           05  PCI-RECORD-TYPE      PIC X(3).
               88  PCI-HEADER-RECORD   VALUE 'HDR'.
               88  PCI-DETAIL-RECORD   VALUE 'DTL'.
               88  PCI-TRAILER-RECORD  VALUE 'TRL'.
           05  PCI-RECORD-BODY      PIC X(97).
           05  PCI-HEADER-BODY REDEFINES PCI-RECORD-BODY.
               10  PCH-CREATE-DATE     PIC 9(8).
               10  PCH-CREATE-TIME     PIC 9(6).
               10  PCH-SOURCE-SYSTEM   PIC X(8).
               10  FILLER              PIC X(75).
           05  PCI-DETAIL-BODY REDEFINES PCI-RECORD-BODY.
               10  PCD-MEMBER-ID       PIC X(9).
               10  PCD-MEMBER-NAME     PIC X(30).
               10  PCD-BIRTH-DATE      PIC 9(8).
               10  PCD-ELECT-TYPE      PIC X(1).
               10  PCD-ELECT-DATE      PIC 9(8).
               10  PCD-DATE-FILED      PIC 9(8).
               10  PCD-FIRST-PAY-DATE  PIC 9(8).
               10  PCD-MONTHLY-AMT     PIC 9(5)V99.
               10  PCD-BASE-BENEFIT    PIC 9(5)V99.
               10  PCD-START-AGE-YEARS PIC 9(2).
               10  PCD-START-AGE-MONTHS PIC 9(2).
               10  FILLER              PIC X(7).
           05  PCI-TRAILER-BODY REDEFINES PCI-RECORD-BODY.
               10  PCT-DETAIL-COUNT    PIC 9(9).
               10  PCT-AMOUNT-TOTAL    PIC 9(11)V99.
               10  FILLER              PIC X(75).
