      *****************************************************************
      *    CYCLINK - LINKAGE AREA FOR EBUD18 (CYCLE CONTROL)          *
      *              CYL-FUNCTION O = OPEN THE CYCLE (EBUD01 ONLY)    *
      *                           B = BEGIN A STEP                    *
      *                           C = STEP COMPLETED                  *
      *                           F = STEP FAILED                     *
      *                           D = STEP RAN AS A DRY RUN           *
      *              CYL-CYCLE-DATE IS PASSED IN ON AN OPEN AND       *
      *              RETURNED ON EVERY OTHER FUNCTION.                *
      *              CYL-RETURN-CODE  0 = OK                          *
      *                               8 = A PREREQUISITE STEP HAS NOT *
      *                                   COMPLETED FOR THE CYCLE     *
      *                              12 = MAIL STEP ALREADY COMPLETE  *
      *                                   AND NO FORCED RERUN         *
      *                              16 = NO CYCLE OPEN OR PROGRAM    *
      *                                   NOT IN THE CYCLE            *
      *              CYL-MESSAGE EXPLAINS ANY NON-ZERO RETURN CODE.   *
      *****************************************************************
           05  CYL-FUNCTION         PIC X(01).
               88  CYL-OPEN-CYCLE      VALUE 'O'.
               88  CYL-BEGIN-STEP      VALUE 'B'.
               88  CYL-COMPLETE-STEP   VALUE 'C'.
               88  CYL-FAIL-STEP       VALUE 'F'.
               88  CYL-DRY-RUN-STEP    VALUE 'D'.
           05  CYL-PROGRAM          PIC X(8).
           05  CYL-CYCLE-DATE       PIC 9(8).
           05  CYL-FORCE-RERUN      PIC X(01).
               88  CYL-FORCED          VALUE 'Y'.
           05  CYL-RETURN-CODE      PIC 9(4).
               88  CYL-REQUEST-OK      VALUE 0.
           05  CYL-MESSAGE          PIC X(60).
