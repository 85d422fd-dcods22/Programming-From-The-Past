           05  TI-SEGMENT-SEQ          PIC 9(02).
           05  TI-SEGMENT-LAST-SW      PIC X(01).
               88  TI-LAST-SEGMENT         VALUE 'L'.
      *    ON A SOLVE BUILT BY RESOLVE FROM A REJECTED REVIEW, THE RUN
      *    DATE OF THE REJECTED ATTEMPT - WITH TI-MESSAGE-ID IT NAMES
      *    THE REVIEW QUEUE RECORD (CBREVIEW) WHOSE HINTS THE SOLVE
      *    HONORS AND WHICH IS LINKED TO THE NEW ATTEMPT.  BLANK OR
      *    ZERO ON EVERY OTHER RECORD.
           05  TI-RESOLVE-OF-DATE      PIC 9(08).
           05  FILLER                  PIC X(11).

      *    BATCH HEADER VIEW - TI-MESSAGE-ID 'HDR000'
       01  TEXT-IN-HEADER.
