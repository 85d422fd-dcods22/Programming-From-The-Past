      *****************************************************************
      *  CBHLDTRN  --  SECURITY HOLD MAINTENANCE TRANSACTION           *
      *  ONE TRANSACTION PER RECORD, PREPARED BY THE SECURITY OFFICE   *
      *  AND APPLIED TO THE HOLD MASTER (SEE CBHOLD) BY HOLDMNT.       *
      *  HT-HOLD-PREFIX IS A FULL MESSAGE ID OR A LEADING PREFIX,      *
      *  TRAILING BLANKS IGNORED.  HT-ACTION-DATE IS THE HOLD DATE ON  *
      *  A PLACE AND THE RELEASE DATE ON A RELEASE; ZERO MEANS THE     *
      *  DAY THE TRANSACTION IS APPLIED, AND A LATER DATE IS REJECTED  *
      *  (EITHER TAKES EFFECT THE DAY IT IS APPLIED).  FIXED 80-BYTE   *
      *  RECORD.                                                       *
      *                                                                *
      *  FUNCTIONS:                                                    *
      *    P  PLACE A HOLD - REASON AND OFFICER REQUIRED; REJECTED IF  *
      *       THE SAME PREFIX IS ALREADY HELD.  PLACING A HOLD ON A    *
      *       PREFIX WHOSE EARLIER HOLD WAS RELEASED REPLACES THE OLD  *
      *       ENTRY (IT IS PRINTED BEFORE AND AFTER).                  *
      *    R  RELEASE A HOLD - OFFICER REQUIRED; REJECTED IF THE       *
      *       PREFIX IS NOT HELD.  THE RESULTS IT KEPT BACK GO OUT ON  *
      *       THE NEXT HOLDREL RUN.                                    *
      *****************************************************************
       01  HOLD-TRAN-RECORD.
           05  HT-FUNCTION             PIC X(01).
               88  HT-FUNC-PLACE           VALUE 'P'.
               88  HT-FUNC-RELEASE         VALUE 'R'.
           05  HT-HOLD-PREFIX          PIC X(06).
           05  HT-REASON               PIC X(30).
           05  HT-OFFICER              PIC X(08).
           05  HT-ACTION-DATE          PIC 9(08).
           05  HT-FILLER               PIC X(27).
