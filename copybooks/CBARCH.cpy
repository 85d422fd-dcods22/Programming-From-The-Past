      *  SO EVERY NIGHT'S TEXT-OUT RESULTS (ENCRYPT, DECRYPT AND       *
      *  SOLVE) STAY FINDABLE LONG AFTER THE GENERATION-STYLE FLAT     *
      *  FILES HAVE BEEN CYCLED OFF.  LOADED BY ARCHLOAD AT THE END    *
      *  OF ENCDJOB; READ BY ARCHINQ FOR TRACE REQUESTS.  AR-RUSH-     *
      *  FLAG IS R ON A RESULT RUSHRUN PRODUCED DURING THE DAY (SEE    *
      *  CBTXTOUT), FOR THE MONTHLY CHARGEBACK.  80 BYTES.             *
      *****************************************************************
       01  ARCHIVE-RECORD.
           05  AR-ARCHIVE-KEY.
           05  AR-BEST-CANDIDATE-FLAG  PIC X(01).
           05  AR-SEGMENT-LAST-SW      PIC X(01).
           05  AR-CHAR-POLICY          PIC X(03).
           05  AR-RUSH-FLAG            PIC X(01).
               88  AR-RUSH-RESULT          VALUE 'R'.
           05  FILLER                  PIC X(22).
