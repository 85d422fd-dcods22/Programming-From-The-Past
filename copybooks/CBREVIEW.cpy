               88  RV-REJECTED             VALUE 'X'.
           05  RV-DISP-DATE            PIC 9(08).
           05  RV-ANALYST              PIC X(08).
      *    ANALYST HINTS FILED WITH AN 'X' DISPOSITION (SEE CBDISP)
      *    FOR THE RE-SOLVE: ONE MORE VIGENERE KEYWORD TO TRY, AND UP
      *    TO SIX CAESAR SHIFTS NOT TO TRY (ZERO = UNUSED).  THE
      *    REJECTED BEST AND RUNNER-UP ARE ALWAYS EXCLUDED AS WELL.
           05  RV-HINT-KEYWORD         PIC A(16).
           05  RV-HINT-EXCL-SHIFTS.
               10  RV-HINT-EXCL-SHIFT  PIC 9(02) OCCURS 6 TIMES.
      *    RE-SOLVE HISTORY.  A RECORD QUEUED BY A RE-SOLVE CARRIES
      *    THE RUN DATE OF THE REJECTED ATTEMPT IT REPLACES; A
      *    REJECTED RECORD CARRIES THE RUN DATE OF THE ATTEMPT THAT
      *    RE-SOLVED IT.  WITH THE MESSAGE ID EACH DATE IS THE KEY OF
      *    THE NEIGHBORING RECORD, SO THE CHAIN CAN BE WALKED EITHER
      *    WAY FROM FIRST SOLVE TO FINAL CONFIRMATION.  ZERO OR BLANK
      *    MEANS NO NEIGHBOR.
           05  RV-PRIOR-RUN-DATE       PIC 9(08).
      *    ' ' NOT YET RE-SOLVED; RESOLVE STAMPS 'Q' WHEN IT PUTS THE
      *    MESSAGE ON A RE-SOLVE BATCH; ENCODE STAMPS 'S' (RE-SOLVED,
      *    NEW ATTEMPT QUEUED FOR REVIEW) OR 'N' (RE-SOLVED, NO
      *    SCORABLE CANDIDATE).  A FRESH 'X' DISPOSITION RESETS IT.
           05  RV-RESOLVE-STATUS       PIC X(01).
               88  RV-NOT-RESOLVED         VALUE SPACE.
               88  RV-RESOLVE-QUEUED       VALUE 'Q'.
               88  RV-RESOLVED             VALUE 'S'.
               88  RV-RESOLVE-FAILED       VALUE 'N'.
           05  RV-RESOLVE-RUN-DATE     PIC 9(08).
           05  FILLER                  PIC X(02).
