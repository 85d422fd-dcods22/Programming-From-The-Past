      *****************************************************************
      *  CBEXHIST  --  EXCEPTION HISTORY RECORD                        *
      *  ONE ENCODE EXCEPTION RECORD (SEE CBEXCPT) KEPT PAST THE LIFE  *
      *  OF THE NIGHT'S EXCPTOUT GENERATION.  EXCPLOAD APPENDS EACH    *
      *  NIGHT'S ENCRYPT, DECRYPT AND SOLVE EXCEPTIONS UNDER THE       *
      *  NIGHTLY CYCLE DATE; EXCPRPT SUMMARIZES THE HISTORY BY         *
      *  SENDING AREA, CHARACTER AND PARAGRAPH.  KEYED BY RUN DATE +   *
      *  MODE + THE RECORD'S ORDINAL IN THAT NIGHT'S EXCPTOUT, SO A    *
      *  RERUN OF THE LOAD REPLACES ITS OWN ROWS INSTEAD OF            *
      *  DUPLICATING THEM.  EH-EXCEPTION-RECORD IS THE EXCPTOUT        *
      *  IMAGE, UNCHANGED.  100 BYTES.                                 *
      *****************************************************************
       01  EXCEPTION-HISTORY-RECORD.
           05  EH-HISTORY-KEY.
               10  EH-RUN-DATE         PIC 9(08).
               10  EH-MODE             PIC X(01).
               10  EH-SEQUENCE         PIC 9(07).
           05  FILLER                  PIC X(04).
           05  EH-EXCEPTION-RECORD.
               10  EH-MESSAGE-ID       PIC X(06).
               10  EH-POSITION         PIC 9(03).
               10  EH-CHARACTER        PIC X(01).
               10  EH-PARAGRAPH        PIC X(07).
               10  EH-FILLER           PIC X(63).
