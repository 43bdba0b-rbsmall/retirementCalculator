      *****************************************************************
      *    PENDMNT - PENDING MEMBER MASTER CHANGE RECORD LAYOUT       *
      *              ONE RECORD PER MEMBER ON A VSAM KSDS KEYED BY    *
      *              PND-MEMBER-ID. EBUD04 HOLDS A CHANGE HERE        *
      *              INSTEAD OF APPLYING IT WHEN IT ALTERS THE BIRTH  *
      *              DATE OR MOVES THE BASE BENEFIT BY MORE THAN THE  *
      *              APPROVAL THRESHOLD. THE WHOLE TRANSACTION IS     *
      *              HELD (NEW NAME, BIRTH DATE, BENEFIT - ZERO OR    *
      *              SPACES = UNCHANGED) WITH THE MASTER VALUES AS    *
      *              THEY STOOD WHEN KEYED. AN APPROVE TRANSACTION    *
      *              (ACTION P) FROM A DIFFERENT AUTHORIZED ORIGIN    *
      *              APPLIES IT; A CANCEL (ACTION X) DROPS IT.        *
      *              PND-BENEFIT-CHANGE IS THE SIZE OF THE BENEFIT    *
      *              CHANGE IN EITHER DIRECTION.                      *
      *****************************************************************
           05  PND-MEMBER-ID        PIC X(9).
           05  PND-ACTION           PIC X(01).
           05  PND-MEMBER-NAME      PIC X(30).
           05  PND-NEW-BIRTH-DATE   PIC 9(8).
           05  PND-NEW-BASE-BENEFIT PIC 9(5)V99.
           05  PND-OLD-BIRTH-DATE   PIC 9(8).
           05  PND-OLD-BASE-BENEFIT PIC 9(5)V99.
           05  PND-BENEFIT-CHANGE   PIC 9(5)V99.
           05  PND-BIRTH-SW         PIC X(01).
               88  PND-BIRTH-DATE-CHANGE VALUE 'Y'.
           05  PND-BENEFIT-SW       PIC X(01).
               88  PND-BENEFIT-OVER-THRESHOLD VALUE 'Y'.
           05  PND-KEYED-ORIGIN     PIC X(8).
           05  PND-KEYED-DATE       PIC 9(8).
           05  PND-KEYED-TIME       PIC 9(6).
           05  FILLER               PIC X(19).
