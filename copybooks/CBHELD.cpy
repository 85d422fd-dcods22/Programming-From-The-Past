      *****************************************************************
      *  CBHELD  --  HELD-DELIVERY RECORD                              *
      *  ONE TEXT-OUT RESULT RECORD (SEE CBTXTOUT) THAT ROUTEOUT KEPT  *
      *  OUT OF THE DEPARTMENTS' DELIVERIES BECAUSE A SECURITY HOLD    *
      *  (SEE CBHOLD) WAS IN FORCE ON ITS MESSAGE ID.  KEYED LIKE THE  *
      *  ARCHIVE (CBARCH) - MESSAGE ID + RUN DATE + MODE + SEGMENT     *
      *  SEQ - SO A SEGMENT GROUP READS BACK TOGETHER AND IN ORDER,    *
      *  AND A ROUTEOUT RERUN FOR THE SAME RUN DATE REPLACES ITS OWN   *
      *  ROWS INSTEAD OF DUPLICATING THEM.  THE FILE ACCUMULATES       *
      *  ACROSS NIGHTS; HOLDREL SHIPS EACH ROW ONCE ITS HOLD IS        *
      *  RELEASED AND DELETES IT.  HD-HOLD-PREFIX NAMES THE HOLD ENTRY *
      *  THAT CAUGHT THE RESULT.  HD-RESULT-RECORD IS THE TEXT-OUT     *
      *  IMAGE, UNCHANGED.  120 BYTES.                                 *
      *****************************************************************
       01  HELD-DELIVERY-RECORD.
           05  HD-HELD-KEY.
               10  HD-MESSAGE-ID       PIC X(06).
               10  HD-RUN-DATE         PIC 9(08).
               10  HD-MODE             PIC X(01).
               10  HD-SEGMENT-SEQ      PIC 9(02).
           05  HD-HOLD-PREFIX          PIC X(06).
           05  FILLER                  PIC X(17).
           05  HD-RESULT-RECORD        PIC X(80).
