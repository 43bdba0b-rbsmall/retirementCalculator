      *              MONTHLY BENEFIT AT FULL RETIREMENT AGE (DOLLARS  *
      *              AND CENTS, IMPLIED DECIMAL) SO EBUD11 CAN PRICE  *
      *              AN ON-DEMAND STATEMENT WITHOUT THE EXTRACT.      *
      *              MST-STATUS D = DECEASED IS SET ONLY BY AN EBUD04 *
      *              DEATH TRANSACTION, WHICH ALSO CARRIES THE DATE   *
      *              OF DEATH INTO MST-DEATH-DATE (SPACES OTHERWISE). *
      *              EBUD01 STOPS MEMBER ESTIMATES FOR A DECEASED     *
      *              MEMBER; EBUD04 PRODUCES THE SURVIVOR RECORD WHEN *
      *              THE DEATH IS APPLIED.                            *
      *              MST-COLA-YEAR IS THE EFFECTIVE YEAR OF THE LAST  *
      *              COST-OF-LIVING INCREASE EBUD17 APPLIED TO        *
      *              MST-BASE-BENEFIT (SPACES = NONE YET), SO A COLA  *
      *              IS NEVER APPLIED TWICE TO THE SAME MEMBER.       *
      *              MST-INACTIVE-DATE IS THE DATE AN EBUD04          *
      *              INACTIVATE TRANSACTION WAS APPLIED (ZERO OR      *
      *              SPACES = NOT INACTIVE OR NOT KNOWN). EBUD22      *
      *              ARCHIVES MEMBERS INACTIVE LONGER THAN ITS        *
      *              RETENTION PERIOD AND REMOVES THEM FROM THE FILE. *
      *****************************************************************
           05  MST-MEMBER-ID        PIC X(9).
           05  MST-MEMBER-NAME      PIC X(30).
           05  MST-STATUS           PIC X(01).
               88  MST-ACTIVE          VALUE 'A'.
               88  MST-INACTIVE        VALUE 'I'.
               88  MST-DECEASED        VALUE 'D'.
           05  MST-BIRTH-DATE.
               10  MST-BIRTH-CCYY   PIC 9(4).
               10  MST-BIRTH-MM     PIC 9(2).
               10  MST-BIRTH-DD     PIC 9(2).
           05  MST-BASE-BENEFIT     PIC 9(5)V99.
           05  MST-DEATH-DATE       PIC 9(8).
           05  MST-COLA-YEAR        PIC 9(4).
           05  MST-INACTIVE-DATE    PIC 9(8).
           05  FILLER               PIC X(5).
