      *****************************************************************
      *  CBXHIST  --  TRANSMITTAL HISTORY RECORD                       *
      *  KEYED BY DESTINATION + RUN DATE + TRANSMITTAL TYPE.  ROUTEOUT *
      *  WRITES ONE ROW (TYPE BLANK) PER DESTINATION PER RUN AS IT     *
      *  CLOSES EACH TRANSMITTAL, AND HOLDREL ONE ROW (TYPE R) PER     *
      *  DESTINATION IT SHIPS RELEASED SECURITY-HOLD RESULTS TO, DATED *
      *  THE DAY OF THE RELEASE RUN, SO A RELEASE NEVER OVERLAYS THE   *
      *  NIGHTLY ROW OF THE SAME DATE.  EACH ROW CARRIES THE RECORD    *
      *  COUNT PUT ON THE XMT999 TRAILER (SEE CBXMIT).  A ROUTEOUT     *
      *  RERUN FOR THE SAME RUN DATE REPLACES THE ROW AS A FRESH,      *
      *  UNACKNOWLEDGED DELIVERY; HOLDREL REFUSES TO RUN TWICE IN ONE  *
      *  DAY RATHER THAN REPLACE A TYPE R ROW.  ACKRECON STAMPS THE    *
      *  DEPARTMENT'S ACKNOWLEDGMENT (SEE CBXACK) ONTO THE ROW, SO A   *
      *  TRANSMITTAL STILL BLANK HERE AFTER THE GRACE PERIOD IS ONE    *
      *  NOBODY HAS ADMITTED TO RECEIVING.  80 BYTES.                  *
      *****************************************************************
       01  XMIT-HISTORY-RECORD.
           05  XR-HISTORY-KEY.
               10  XR-DEST             PIC X(01).
               10  XR-RUN-DATE         PIC 9(08).
               10  XR-XMIT-TYPE        PIC X(01).
                   88  XR-NIGHTLY-XMIT     VALUE SPACE.
                   88  XR-RELEASE-XMIT     VALUE 'R'.
           05  XR-DEST-NAME            PIC X(16).
           05  XR-RECORD-COUNT         PIC 9(07).
           05  XR-ACK-STATUS           PIC X(01).
               88  XR-UNACKED              VALUE SPACE.
               88  XR-ACCEPTED             VALUE 'A'.
               88  XR-REJECTED             VALUE 'R'.
               88  XR-COUNT-MISMATCH       VALUE 'M'.
           05  XR-ACK-DATE             PIC 9(08).
           05  XR-ACK-COUNT            PIC 9(07).
           05  FILLER                  PIC X(31).
