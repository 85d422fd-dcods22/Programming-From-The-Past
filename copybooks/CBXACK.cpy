      *****************************************************************
      *  CBXACK  --  DELIVERY ACKNOWLEDGMENT RECORD                    *
      *  ONE RECORD PER TRANSMITTAL RECEIVED, RETURNED BY THE          *
      *  RECEIVING DEPARTMENT AND READ BY ACKRECON.  THE DESTINATION   *
      *  AND RUN DATE - AND THE TRANSMITTAL TYPE, BLANK FOR THE        *
      *  NIGHTLY DELIVERY OR R FOR A SECURITY-HOLD RELEASE - ARE       *
      *  COPIED FROM THE XMT000 HEADER (SEE CBXMIT); THE COUNT IS THE  *
      *  NUMBER OF RESULT RECORDS THE DEPARTMENT ACTUALLY FOUND        *
      *  BETWEEN HEADER AND TRAILER.  A REJECTED DELIVERY SAYS WHY IN  *
      *  XA-REASON.  A DELIVERY RE-SENT AFTER A REJECT OR COUNT BREAK  *
      *  IS ACKNOWLEDGED AGAIN UNDER THE SAME RUN DATE.  FIXED 80-BYTE *
      *  RECORD.                                                       *
      *                                                                *
      *  ACTIONS:                                                      *
      *    A  ACCEPTED - THE DELIVERY WAS LOADED                       *
      *    R  REJECTED - THE DELIVERY WAS NOT USABLE                   *
      *****************************************************************
       01  XMIT-ACK-RECORD.
           05  XA-DEST                 PIC X(01).
           05  XA-RUN-DATE             PIC 9(08).
           05  XA-RECORD-COUNT         PIC 9(07).
           05  XA-ACK-ACTION           PIC X(01).
               88  XA-ACCEPT               VALUE 'A'.
               88  XA-REJECT               VALUE 'R'.
           05  XA-REASON               PIC X(30).
           05  XA-XMIT-TYPE            PIC X(01).
           05  FILLER                  PIC X(32).
