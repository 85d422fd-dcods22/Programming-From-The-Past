      *****************************************************************
      *  CBHOLD  --  SECURITY HOLD MASTER RECORD                       *
      *  ONE RECORD PER HOLD THE SECURITY OFFICE PLACES ON A MESSAGE   *
      *  DURING AN INVESTIGATION, KEYED BY HL-HOLD-PREFIX AND          *
      *  MAINTAINED BY HOLDMNT FROM PLACE / RELEASE TRANSACTIONS (SEE  *
      *  CBHLDTRN).  THE PREFIX FOLLOWS THE CBROUTE CONVENTION -       *
      *  TRAILING BLANKS IGNORED - SO A FULL SIX-CHARACTER ENTRY HOLDS *
      *  ONE MESSAGE ID AND 'MSG1' HOLDS EVERY MSG1NN.  A MESSAGE IS   *
      *  HELD WHEN ANY ENTRY IN FORCE MATCHES IT AT ANY LENGTH, SO     *
      *  READERS LOOK THE ID UP DIRECTLY AT EACH LENGTH FROM SIX DOWN  *
      *  TO ONE RATHER THAN LOADING A TABLE.  WHILE A HOLD IS IN FORCE *
      *  ROUTEOUT DIVERTS THE MESSAGE'S RESULTS TO THE HELD-DELIVERY   *
      *  FILE (SEE CBHELD) AND ARCHHKP KEEPS ITS ARCHIVE ROWS PAST THE *
      *  RETENTION CUTOFF.  A RELEASED HOLD STAYS ON FILE WITH ITS     *
      *  RELEASE DATE AND OFFICER FOR THE AUDIT TRAIL; HOLDREL THEN    *
      *  SHIPS THE RESULTS IT HAD HELD BACK.  80 BYTES.                *
      *****************************************************************
       01  HOLD-RECORD.
           05  HL-HOLD-PREFIX          PIC X(06).
           05  HL-HOLD-STATUS          PIC X(01).
               88  HL-IN-FORCE             VALUE 'H'.
               88  HL-RELEASED             VALUE 'R'.
           05  HL-REASON               PIC X(30).
           05  HL-PLACED-BY            PIC X(08).
           05  HL-HOLD-DATE            PIC 9(08).
           05  HL-RELEASED-BY          PIC X(08).
           05  HL-RELEASE-DATE         PIC 9(08).
           05  FILLER                  PIC X(11).
