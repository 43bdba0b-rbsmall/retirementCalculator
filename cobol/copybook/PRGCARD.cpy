      *****************************************************************
      *    PRGCARD - REQUIRED CONTROL CARD LAYOUT FOR EBUD22          *
      *              INACTIVE MEMBER ARCHIVE AND PURGE RUN.           *
      *              PRG-RETAIN-MONTHS IS HOW MANY FULL MONTHS A      *
      *              MEMBER STAYS ON THE MASTER AFTER INACTIVATION    *
      *              (12 MINIMUM); INACTIVE LONGER THAN THAT IS       *
      *              ARCHIVED.                                        *
      *              PRG-MODE P = PREVIEW (REGISTER ONLY, NO UPDATE)  *
      *                       C = COMMIT (ARCHIVE AND REMOVE)         *
      *****************************************************************
           05  PRG-RETAIN-MONTHS    PIC 9(3).
           05  PRG-MODE             PIC X(01).
               88  PRG-PREVIEW         VALUE 'P'.
               88  PRG-COMMIT          VALUE 'C'.
           05  FILLER               PIC X(76).
