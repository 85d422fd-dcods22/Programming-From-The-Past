      *    T=TRANSLATED, S=STRIPPED, X=SUBSTITUTED, P=PASSED).
      *    BLANK ON DECRYPT/SOLVE RESULTS AND PRE-POLICY FILES.
           05  TO-CHAR-POLICY          PIC X(03).
      *    R ON A RESULT RUSHRUN PRODUCED OUTSIDE THE NIGHTLY STREAM,
      *    BLANK ON EVERY NIGHTLY RESULT.  ARCHLOAD CARRIES IT ONTO THE
      *    ARCHIVE SO THE CHARGEBACK CAN PRICE RUSH WORK SEPARATELY.
           05  TO-RUSH-FLAG            PIC X(01).
               88  TO-RUSH-RESULT          VALUE 'R'.
           05  TO-FILLER               PIC X(30).
