      *              APPOINTMENT. SRQ-COUNSELOR-ID IDENTIFIES THE     *
      *              REQUESTING DESK AND IS PRINTED ON THE            *
      *              STATEMENT SO OUTPUT CAN BE ROUTED BACK.          *
      *              SRQ-TARGET-MONTH (CCYYMM) IS OPTIONAL. WHEN IT   *
      *              IS KEYED THE STATEMENT ALSO PRICES A WHAT-IF     *
      *              START IN THAT MONTH (MEMBER AGE 62 THROUGH 70)   *
      *              WITH THE SPOUSAL AMOUNT AND A BREAK-EVEN         *
      *              SECTION. SPACES OR ZEROS = STANDARD STATEMENT.   *
      *****************************************************************
           05  SRQ-MEMBER-ID        PIC X(9).
           05  SRQ-COUNSELOR-ID     PIC X(8).
           05  SRQ-TARGET-MONTH.
               10  SRQ-TARGET-CCYY  PIC 9(4).
               10  SRQ-TARGET-MM    PIC 9(2).
           05  FILLER               PIC X(57).
