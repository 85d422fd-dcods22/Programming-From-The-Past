      *****************************************************************
      *  CBAUTTRN  --  AUTHORIZATION MASTER MAINTENANCE TRANSACTION    *
      *  ONE TRANSACTION PER RECORD, PREPARED BY KEY CUSTODY AND       *
      *  APPLIED TO THE AUTHORIZATION MASTER (SEE CBAUTH) BY AUTHMNT.  *
      *  AN-SENDER-PREFIX IS A FULL MESSAGE ID OR A LEADING PREFIX,    *
      *  TRAILING BLANKS IGNORED.  AN-MODES LISTS THE MODES GRANTED AS *
      *  ANY OF E, D AND S IN ANY ORDER ('ED', 'S', 'EDS').  FIXED     *
      *  80-BYTE RECORD.                                               *
      *                                                                *
      *  FUNCTIONS:                                                    *
      *    A  ADD AN AUTHORIZATION - MODES AND OFFICER REQUIRED, AND   *
      *       THE KEY-ID MUST BE ON THE KEY MASTER; REJECTED IF THE    *
      *       PREFIX / KEY-ID PAIR IS ALREADY AUTHORIZED               *
      *    C  CHANGE AN AUTHORIZATION - THE MODES REPLACE THE OLD ONES *
      *       WHEN SUPPLIED, THE REMARKS WHEN NONBLANK; REJECTED IF    *
      *       THE PAIR IS MISSING OR NOTHING IS SUPPLIED               *
      *    D  DELETE AN AUTHORIZATION - REJECTED IF THE PAIR IS        *
      *       MISSING                                                  *
      *****************************************************************
       01  AUTH-TRAN-RECORD.
           05  AN-FUNCTION             PIC X(01).
               88  AN-FUNC-ADD             VALUE 'A'.
               88  AN-FUNC-CHANGE          VALUE 'C'.
               88  AN-FUNC-DELETE          VALUE 'D'.
           05  AN-SENDER-PREFIX        PIC X(06).
           05  AN-KEY-ID               PIC X(06).
           05  AN-MODES                PIC X(03).
           05  AN-OFFICER              PIC X(08).
           05  AN-REMARKS              PIC X(30).
           05  AN-FILLER               PIC X(26).
