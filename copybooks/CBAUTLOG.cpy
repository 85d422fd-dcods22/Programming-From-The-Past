      *****************************************************************
      *  CBAUTLOG  --  UNAUTHORIZED KEY-USE ATTEMPT LOG RECORD         *
      *  ONE RECORD PER MESSAGE REJECTED E011 (SENDER NOT AUTHORIZED   *
      *  FOR THE KEY-ID AND MODE IT NAMED - SEE CBAUTH), WRITTEN TO    *
      *  THE KEYED AUTHLOG FILE BY THE PROGRAM THAT REJECTED IT:       *
      *    N  EDITIN, UNDER THE NIGHTLY CYCLE DATE                     *
      *    F  EDITFIX, UNDER THE DAY THE CORRECTION WAS RUN            *
      *    R  RUSHRUN, UNDER THE DAY OF THE RUSH RUN                   *
      *  THE SEGMENTS OF ONE MESSAGE, AND A RERUN OF THE SAME DAY,     *
      *  REPLACE THE SAME ROW, SO A ROW IS ONE ATTEMPT.  AUTHRPT       *
      *  REPORTS THE MONTH'S ATTEMPTS BY SENDER AND KEY.  80 BYTES.    *
      *****************************************************************
       01  AUTH-LOG-RECORD.
           05  AL-LOG-KEY.
               10  AL-ATTEMPT-DATE     PIC 9(08).
               10  AL-SOURCE           PIC X(01).
                   88  AL-FROM-EDITIN      VALUE 'N'.
                   88  AL-FROM-EDITFIX     VALUE 'F'.
                   88  AL-FROM-RUSHRUN     VALUE 'R'.
               10  AL-MESSAGE-ID       PIC X(06).
           05  AL-KEY-ID               PIC X(06).
           05  AL-MODE                 PIC X(01).
           05  AL-CIPHER-TYPE          PIC X(01).
           05  AL-MSG-DATE             PIC 9(08).
           05  FILLER                  PIC X(49).
