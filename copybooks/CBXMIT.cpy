      *  RESULT RECORDS BETWEEN THEM), SO THE RECEIVING DEPARTMENT     *
      *  CAN PROVE ITS DELIVERY ARRIVED WHOLE.  THE RESERVED XMT       *
      *  RECORD IDS CANNOT COLLIDE WITH MESSAGE IDS THE WAY HDR000 /   *
      *  TRL999 ARE RESERVED ON CBTXTIN.  XH-XMIT-TYPE IS BLANK ON THE *
      *  NIGHTLY ROUTEOUT DELIVERY AND R ON A HOLDREL DELIVERY OF      *
      *  RESULTS RELEASED FROM SECURITY HOLD.  FIXED 80-BYTE RECORDS.  *
      *****************************************************************
       01  XMIT-HEADER.
           05  XH-RECORD-ID            PIC X(06).
           05  XH-DEST                 PIC X(01).
           05  XH-DEST-NAME            PIC X(16).
           05  XH-RUN-DATE             PIC 9(08).
           05  XH-XMIT-TYPE            PIC X(01).
           05  FILLER                  PIC X(48).

       01  XMIT-TRAILER.
           05  XT-RECORD-ID            PIC X(06).
