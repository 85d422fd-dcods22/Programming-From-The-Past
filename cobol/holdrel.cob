      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : HOLDREL                                          *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  RELEASE RUN FOR RESULTS HELD BACK BY A SECURITY   *
      *  HOLD.  ROUTEOUT DIVERTS EVERY RESULT WHOSE MESSAGE ID IS      *
      *  UNDER A HOLD IN FORCE (CBHOLD) TO THE HELD-DELIVERY FILE      *
      *  (CBHELD) INSTEAD OF A DESTINATION.  ONCE HOLDMNT RELEASES THE *
      *  HOLD, THIS PROGRAM SWEEPS THE HELD-DELIVERY FILE, ROUTES      *
      *  EACH RESULT NO LONGER UNDER ANY HOLD BY THE SAME ROUTING      *
      *  MASTER AND LONGEST-PREFIX RULE ROUTEOUT USES, WRITES IT TO    *
      *  ITS DESTINATION FILE AND ONLY THEN DELETES IT FROM THE HELD   *
      *  FILE.  EACH DESTINATION FILE IS WRAPPED IN THE USUAL          *
      *  TRANSMITTAL HEADER AND TRAILER (CBXMIT) MARKED AS A RELEASE   *
      *  DELIVERY AND DATED THE DAY OF THE RUN, AND EACH TRANSMITTAL   *
      *  IS RECORDED ON THE TRANSMITTAL HISTORY (CBXHIST) FOR ACKRECON *
      *  LIKE A NIGHTLY ONE.  RESULTS STILL UNDER A HOLD STAY WHERE    *
      *  THEY ARE AND ARE LISTED; A RELEASED RESULT MATCHING NO        *
      *  ROUTING PREFIX ALSO STAYS, IS REPORTED, AND ENDS THE STEP     *
      *  RC=8, AS DOES A SHIPPED RESULT THAT COULD NOT BE DELETED      *
      *  (IT WOULD SHIP AGAIN ON THE NEXT RUN).  RUN ONCE A DAY AT     *
      *  MOST - A SECOND RUN THE SAME DAY FINDS THE FIRST RUN'S TYPE R *
      *  HISTORY ROWS AND STOPS RC=16 BEFORE SHIPPING ANYTHING, SO THE *
      *  FIRST TRANSMITTAL'S COUNT AND ACKNOWLEDGMENT STAND.  A FAILED *
      *  HISTORY WRITE ALSO ENDS RC=16.                                *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  A SECOND RELEASE RUN ON ONE DAY STOPS RC=16  *
      *                    BEFORE SHIPPING INSTEAD OF REPLACING THE    *
      *                    FIRST RUN'S HISTORY ROWS, AND A FAILED      *
      *                    HISTORY WRITE ENDS RC=16.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLDREL.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    SECURITY HOLDS - ONLY A MESSAGE UNDER NONE IS SHIPPED
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-HOLD-PREFIX
               FILE STATUS IS WS-HOLDMSTR-STATUS.

      *    HELD RESULTS, SWEPT IN PLACE - SHIPPED ROWS ARE DELETED
           SELECT HELD-DELIVERY-FILE ASSIGN TO "HELDDLV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HELD-KEY
               FILE STATUS IS WS-HELDDLV-STATUS.

      *    MESSAGE-ID PREFIX TO DESTINATION - SEE CBROUTE
           SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTMSTR-STATUS.

      *    PER-DESTINATION RELEASE FILES, EACH UNDER A TRANSMITTAL
           SELECT DEST1-OUT-FILE ASSIGN TO "DEST1OUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEST1-STATUS.

           SELECT DEST2-OUT-FILE ASSIGN TO "DEST2OUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEST2-STATUS.

           SELECT DEST3-OUT-FILE ASSIGN TO "DEST3OUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEST3-STATUS.

      *    RELEASE REPORT, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    TRANSMITTAL HISTORY, ONE ROW PER DESTINATION PER RUN DATE
           SELECT XMIT-HISTORY-FILE ASSIGN TO "XMITHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-HISTORY-KEY
               FILE STATUS IS WS-XMITHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBHOLD.

       FD  HELD-DELIVERY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBHELD.

       FD  ROUTE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBROUTE.

       FD  DEST1-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DEST1-OUT-RECORD                PIC X(80).

       FD  DEST2-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DEST2-OUT-RECORD                PIC X(80).

       FD  DEST3-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DEST3-OUT-RECORD                PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       FD  XMIT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBXHIST.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-HELDDLV-EOF-SW           PIC X(01) VALUE 'N'.
               88  HELDDLV-EOF                 VALUE 'Y'.
           05  WS-ROUTMSTR-EOF-SW          PIC X(01) VALUE 'N'.
               88  ROUTMSTR-EOF                VALUE 'Y'.
           05  WS-NO-HOLDS-SW              PIC X(01) VALUE 'N'.
               88  WS-NO-HOLDS                 VALUE 'Y'.
           05  WS-NO-HELD-FILE-SW          PIC X(01) VALUE 'N'.
               88  WS-NO-HELD-FILE             VALUE 'Y'.
           05  WS-MESSAGE-HELD-SW          PIC X(01) VALUE 'N'.
               88  WS-MESSAGE-HELD             VALUE 'Y'.
           05  WS-NEW-XMITHIST-SW          PIC X(01) VALUE 'N'.
               88  WS-NEW-XMITHIST             VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-HOLDMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-HELDDLV-STATUS           PIC X(02) VALUE '00'.
           05  WS-ROUTMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-DEST1-STATUS             PIC X(02) VALUE '00'.
           05  WS-DEST2-STATUS             PIC X(02) VALUE '00'.
           05  WS-DEST3-STATUS             PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-XMITHIST-STATUS          PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE RELEASE REPORT AND TRANSMITTALS
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-DEST-COUNT               PIC 9(07) VALUE 0
                                           OCCURS 3 TIMES.
           05  WS-STILL-HELD-COUNT         PIC 9(07) COMP VALUE 0.
           05  WS-UNROUTED-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-DELETE-FAIL-COUNT        PIC 9(05) COMP VALUE 0.
           05  WS-BAD-RULE-COUNT           PIC 9(03) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(07).

      *----------------------------------------------------------------
      *    RUN DATE - THE RELEASE DAY, STAMPED ON THE TRANSMITTALS
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).

      *----------------------------------------------------------------
      *    ROUTING TABLE, LOADED AT INITIALIZATION EXACTLY AS ROUTEOUT
      *    LOADS IT.  THE PREFIX LENGTH IS TRIMMED ONCE AT LOAD SO THE
      *    PER-RECORD MATCH IS A PLAIN COMPARE.
      *----------------------------------------------------------------
       01  WS-ROUTE-TABLE-AREA.
           05  WS-ROUTE-TABLE-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-ROUTE-TABLE OCCURS 50 TIMES INDEXED BY RT-IDX.
               10  RO-PREFIX               PIC X(06).
               10  RO-PREFIX-LEN           PIC 9(01) COMP.
               10  RO-DEST                 PIC 9(01).

      *    TRANSMITTAL NAME PER DESTINATION - THE FIRST ROUTING
      *    RECORD NAMING THE DESTINATION SUPPLIES IT
       01  WS-DEST-NAME-TABLE-AREA.
           05  WS-DEST-NAME                PIC X(16) VALUE SPACES
                                           OCCURS 3 TIMES.

      *----------------------------------------------------------------
      *    ROUTING AND HOLD WORK FIELDS
      *----------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05  WS-ROUTE-SUB                PIC 9(03) COMP.
           05  WS-TRIM-SUB                 PIC 9(01) COMP.
           05  WS-MATCH-DEST               PIC 9(01) COMP VALUE 0.
           05  WS-MATCH-LEN                PIC 9(01) COMP VALUE 0.
           05  WS-DEST-SUB                 PIC 9(01) COMP.
           05  WS-HOLD-LEN                 PIC 9(01) COMP.
           05  WS-LAST-HOLD-CHECK-ID       PIC X(06) VALUE SPACES.
           05  WS-LAST-HELD-PREFIX         PIC X(06) VALUE SPACES.
           05  WS-LAST-LISTED-ID           PIC X(06) VALUE SPACES.
           05  WS-LAST-LISTED-DATE         PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      *    RELEASE REPORT DETAIL LINE - ONE PER MESSAGE ID AND HELD
      *    RUN DATE, SHIPPED, STILL HELD OR UNROUTED
      *----------------------------------------------------------------
       01  WS-RELEASE-LINE.
           05  WS-RL-TAG                   PIC X(12).
           05  WS-RL-MESSAGE-ID            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RL-RUN-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RL-HOLD-PREFIX           PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RL-DEST                  PIC X(01).
           05  FILLER                      PIC X(41) VALUE SPACES.

      *    TRANSMITTAL HEADER AND TRAILER RECORD AREAS
           COPY CBXMIT.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-NO-HELD-FILE
               PERFORM 2000-RELEASE-HELD-RESULTS THRU 2000-EXIT
           END-IF
           PERFORM 2900-WRITE-TRANSMITTAL-TRAILERS THRU 2900-EXIT
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES, LOAD THE ROUTING TABLE, AND     *
      *  OPEN EACH DESTINATION UNDER ITS TRANSMITTAL HEADER            *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURR-DATE-YYYYMMDD
      *    A NEVER-LOADED HOLD MASTER (STATUS 35) HOLDS NOTHING, SO
      *    EVERYTHING HELD IS RELEASABLE.  ANY OTHER FAILURE COULD SHIP
      *    A MESSAGE STILL UNDER INVESTIGATION - STOP.
           OPEN INPUT HOLD-MASTER-FILE
           IF WS-HOLDMSTR-STATUS = '35'
               SET WS-NO-HOLDS TO TRUE
               DISPLAY 'NO HOLD MASTER - NO SECURITY HOLDS IN FORCE'
           ELSE
               IF WS-HOLDMSTR-STATUS NOT = '00'
                   DISPLAY 'HOLDREL ABEND - HOLDMSTR OPEN FAILED, '
                       'STATUS ' WS-HOLDMSTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *    A NEVER-LOADED HELD-DELIVERY FILE MEANS ROUTEOUT HAS NEVER
      *    HELD ANYTHING - THERE IS SIMPLY NOTHING TO RELEASE.
           OPEN I-O HELD-DELIVERY-FILE
           IF WS-HELDDLV-STATUS = '35'
               SET WS-NO-HELD-FILE TO TRUE
               DISPLAY 'NO HELD-DELIVERY FILE - NOTHING TO RELEASE'
           ELSE
               IF WS-HELDDLV-STATUS NOT = '00'
                   DISPLAY 'HOLDREL ABEND - HELDDLV OPEN FAILED, '
                       'STATUS ' WS-HELDDLV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ROUTE-MASTER-FILE
           IF WS-ROUTMSTR-STATUS NOT = '00'
               DISPLAY 'HOLDREL ABEND - ROUTMSTR OPEN FAILED, '
                   'STATUS ' WS-ROUTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1070-OPEN-XMIT-HISTORY THRU 1070-EXIT
           IF NOT WS-NEW-XMITHIST
               PERFORM 1080-CHECK-SAME-DAY-RELEASE THRU 1080-EXIT
                   VARYING WS-DEST-SUB FROM 1 BY 1
                   UNTIL WS-DEST-SUB > 3
           END-IF
           OPEN OUTPUT DEST1-OUT-FILE
           OPEN OUTPUT DEST2-OUT-FILE
           OPEN OUTPUT DEST3-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-LOAD-ROUTING-TABLE THRU 1100-EXIT
      *    AN EMPTY ROUTING MASTER WOULD LEAVE EVERY RELEASED RESULT
      *    UNROUTED - STOP AND SAY SO INSTEAD.
           IF WS-ROUTE-TABLE-COUNT = 0
               DISPLAY 'HOLDREL ABEND - ROUTING MASTER IS EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RELEASE RUN DATE: ' WS-CURR-DATE-YYYYMMDD
           PERFORM 1500-WRITE-TRANSMITTAL-HEADERS THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      *    THE HISTORY ACCUMULATES ACROSS RUNS - A NEVER-LOADED FILE
      *    IS BUILT FRESH, THE SAME WAY ROUTEOUT BUILDS IT.
       1070-OPEN-XMIT-HISTORY.
           OPEN I-O XMIT-HISTORY-FILE
           IF WS-XMITHIST-STATUS NOT = '00'
               OPEN OUTPUT XMIT-HISTORY-FILE
               SET WS-NEW-XMITHIST TO TRUE
           END-IF.
       1070-EXIT.
           EXIT.

      *    A RELEASE ROW FOR TODAY MEANS A RELEASE HAS ALREADY SHIPPED
      *    TODAY.  ANOTHER WOULD OVERLAY THAT ROW'S COUNT AND CLEAR ITS
      *    ACKNOWLEDGMENT, AND ACKRECON WOULD RECONCILE THE FIRST
      *    TRANSMITTAL AGAINST THE WRONG COUNT - STOP BEFORE ANY
      *    DESTINATION FILE IS OPENED.
       1080-CHECK-SAME-DAY-RELEASE.
           MOVE WS-DEST-SUB            TO XR-DEST
           MOVE WS-CURR-DATE-YYYYMMDD  TO XR-RUN-DATE
           MOVE 'R'                    TO XR-XMIT-TYPE
           READ XMIT-HISTORY-FILE
               INVALID KEY
                   GO TO 1080-EXIT
           END-READ
           DISPLAY 'HOLDREL ABEND - A RELEASE ALREADY RAN TODAY FOR '
               'DEST ' XR-DEST ' - RUN AGAIN TOMORROW'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1080-EXIT.
           EXIT.

       1100-LOAD-ROUTING-TABLE.
           PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
               UNTIL ROUTMSTR-EOF
                  OR WS-ROUTE-TABLE-COUNT = 50
           IF WS-ROUTE-TABLE-COUNT = 50 AND NOT ROUTMSTR-EOF
               DISPLAY 'ROUTING TABLE FULL - ONLY THE FIRST 50 '
                   'RULES ARE APPLIED'
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-RULE.
           READ ROUTE-MASTER-FILE
               AT END
                   SET ROUTMSTR-EOF TO TRUE
               NOT AT END
                   PERFORM 1120-TABLE-ONE-RULE THRU 1120-EXIT
           END-READ.
       1110-EXIT.
           EXIT.

       1120-TABLE-ONE-RULE.
           IF RT-DEST < '1' OR RT-DEST > '3'
              OR RT-PREFIX = SPACES
               ADD 1 TO WS-BAD-RULE-COUNT
               DISPLAY 'ROUTING RULE NOT USABLE, IGNORED: '
                   RT-PREFIX ' ' RT-DEST
               GO TO 1120-EXIT
           END-IF
           ADD 1 TO WS-ROUTE-TABLE-COUNT
           MOVE RT-PREFIX TO RO-PREFIX(WS-ROUTE-TABLE-COUNT)
           MOVE 6 TO WS-TRIM-SUB
           PERFORM 1130-TRIM-PREFIX THRU 1130-EXIT
               VARYING WS-TRIM-SUB FROM 6 BY -1
               UNTIL WS-TRIM-SUB = 0
                  OR RT-PREFIX(WS-TRIM-SUB:1) NOT = SPACE
           MOVE WS-TRIM-SUB TO RO-PREFIX-LEN(WS-ROUTE-TABLE-COUNT)
           MOVE RT-DEST TO RO-DEST(WS-ROUTE-TABLE-COUNT)
           MOVE RT-DEST TO WS-DEST-SUB
           IF WS-DEST-NAME(WS-DEST-SUB) = SPACES
              AND RT-DEST-NAME NOT = SPACES
               MOVE RT-DEST-NAME TO WS-DEST-NAME(WS-DEST-SUB)
           END-IF.
       1120-EXIT.
           EXIT.

       1130-TRIM-PREFIX.
           CONTINUE.
       1130-EXIT.
           EXIT.

      *    THE RELEASE TRANSMITTAL IS DATED THE RELEASE DAY AND MARKED
      *    R, SO THE DEPARTMENT AND ACKRECON TELL IT FROM THE NIGHTLY
      *    DELIVERY OF THE SAME DATE.
       1500-WRITE-TRANSMITTAL-HEADERS.
           MOVE SPACES TO XMIT-HEADER
           MOVE 'XMT000' TO XH-RECORD-ID
           MOVE WS-CURR-DATE-YYYYMMDD TO XH-RUN-DATE
           MOVE 'R' TO XH-XMIT-TYPE
           MOVE '1' TO XH-DEST
           MOVE WS-DEST-NAME(1) TO XH-DEST-NAME
           WRITE DEST1-OUT-RECORD FROM XMIT-HEADER
           MOVE '2' TO XH-DEST
           MOVE WS-DEST-NAME(2) TO XH-DEST-NAME
           WRITE DEST2-OUT-RECORD FROM XMIT-HEADER
           MOVE '3' TO XH-DEST
           MOVE WS-DEST-NAME(3) TO XH-DEST-NAME
           WRITE DEST3-OUT-RECORD FROM XMIT-HEADER.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  2000-RELEASE-HELD-RESULTS - POSITION AT THE START OF THE      *
      *  HELD FILE AND SWEEP IT IN KEY ORDER                           *
      ******************************************************************
       2000-RELEASE-HELD-RESULTS.
           MOVE LOW-VALUES TO HD-HELD-KEY
           START HELD-DELIVERY-FILE KEY IS NOT LESS THAN HD-HELD-KEY
               INVALID KEY
                   SET HELDDLV-EOF TO TRUE
           END-START
           IF NOT HELDDLV-EOF
               PERFORM 2100-READ-HELD THRU 2100-EXIT
           END-IF
           PERFORM 2200-RELEASE-LOOP THRU 2200-EXIT
               UNTIL HELDDLV-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-HELD.
           READ HELD-DELIVERY-FILE NEXT RECORD
               AT END
                   SET HELDDLV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-RELEASE-LOOP.
           PERFORM 2300-JUDGE-HELD-RESULT THRU 2300-EXIT
           PERFORM 2100-READ-HELD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-JUDGE-HELD-RESULT - STILL HELD STAYS; RELEASED IS ROUTED *
      *  BY LONGEST PREFIX, SHIPPED, AND ONLY THEN DELETED             *
      ******************************************************************
       2300-JUDGE-HELD-RESULT.
           PERFORM 2600-CHECK-SECURITY-HOLD THRU 2600-EXIT
           IF WS-MESSAGE-HELD
               ADD 1 TO WS-STILL-HELD-COUNT
               MOVE 'STILL HELD  ' TO WS-RL-TAG
               MOVE WS-LAST-HELD-PREFIX TO WS-RL-HOLD-PREFIX
               MOVE SPACE TO WS-RL-DEST
               PERFORM 2800-LIST-HELD-RESULT THRU 2800-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE 0 TO WS-MATCH-DEST
           MOVE 0 TO WS-MATCH-LEN
           PERFORM 2400-TRY-ONE-RULE THRU 2400-EXIT
               VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-TABLE-COUNT
           EVALUATE WS-MATCH-DEST
               WHEN 1
                   WRITE DEST1-OUT-RECORD FROM HD-RESULT-RECORD
                   ADD 1 TO WS-DEST-COUNT(1)
               WHEN 2
                   WRITE DEST2-OUT-RECORD FROM HD-RESULT-RECORD
                   ADD 1 TO WS-DEST-COUNT(2)
               WHEN 3
                   WRITE DEST3-OUT-RECORD FROM HD-RESULT-RECORD
                   ADD 1 TO WS-DEST-COUNT(3)
               WHEN OTHER
      *            NEVER DEFAULTED ANYWHERE - IT STAYS HELD UNTIL THE
      *            ROUTING MASTER IS FIXED AND THE RUN IS REPEATED.
                   ADD 1 TO WS-UNROUTED-COUNT
                   MOVE 'UNROUTED    ' TO WS-RL-TAG
                   MOVE HD-HOLD-PREFIX TO WS-RL-HOLD-PREFIX
                   MOVE SPACE TO WS-RL-DEST
                   PERFORM 2800-LIST-HELD-RESULT THRU 2800-EXIT
                   GO TO 2300-EXIT
           END-EVALUATE
           MOVE 'RELEASED TO ' TO WS-RL-TAG
           MOVE HD-HOLD-PREFIX TO WS-RL-HOLD-PREFIX
           MOVE WS-MATCH-DEST  TO WS-RL-DEST
           PERFORM 2800-LIST-HELD-RESULT THRU 2800-EXIT
      *    A RESULT SHIPPED BUT NOT DELETED WOULD SHIP AGAIN ON THE
      *    NEXT RUN.  COUNT IT SO THE RUN ENDS NONZERO AND SOMEBODY
      *    ACTUALLY LOOKS.
           DELETE HELD-DELIVERY-FILE
               INVALID KEY
                   ADD 1 TO WS-DELETE-FAIL-COUNT
                   DISPLAY 'DELETE FAILED FOR ' HD-MESSAGE-ID
                       ' STATUS ' WS-HELDDLV-STATUS
           END-DELETE.
       2300-EXIT.
           EXIT.

       2400-TRY-ONE-RULE.
           IF RO-PREFIX-LEN(WS-ROUTE-SUB) = 0
               GO TO 2400-EXIT
           END-IF
           IF HD-MESSAGE-ID(1:RO-PREFIX-LEN(WS-ROUTE-SUB))
                 = RO-PREFIX(WS-ROUTE-SUB)
                   (1:RO-PREFIX-LEN(WS-ROUTE-SUB))
               IF RO-PREFIX-LEN(WS-ROUTE-SUB) > WS-MATCH-LEN
                   MOVE RO-PREFIX-LEN(WS-ROUTE-SUB) TO WS-MATCH-LEN
                   MOVE RO-DEST(WS-ROUTE-SUB) TO WS-MATCH-DEST
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *    A MESSAGE IS HELD WHEN A HOLD IN FORCE MATCHES ITS ID AT ANY
      *    PREFIX LENGTH - THE HOLD THAT CAUGHT IT MAY BE RELEASED WHILE
      *    ANOTHER STILL COVERS IT - SO THE ID IS LOOKED UP DIRECTLY
      *    FROM ALL SIX CHARACTERS DOWN TO ONE.  THE HELD FILE IS IN
      *    MESSAGE-ID ORDER, SO THE ANSWER IS KEPT FOR A REPEATED ID.
       2600-CHECK-SECURITY-HOLD.
           IF HD-MESSAGE-ID = WS-LAST-HOLD-CHECK-ID
               GO TO 2600-EXIT
           END-IF
           MOVE HD-MESSAGE-ID TO WS-LAST-HOLD-CHECK-ID
           MOVE 'N' TO WS-MESSAGE-HELD-SW
           IF WS-NO-HOLDS
               GO TO 2600-EXIT
           END-IF
           PERFORM 2650-TRY-ONE-HOLD THRU 2650-EXIT
               VARYING WS-HOLD-LEN FROM 6 BY -1
               UNTIL WS-HOLD-LEN = 0
                  OR WS-MESSAGE-HELD.
       2600-EXIT.
           EXIT.

       2650-TRY-ONE-HOLD.
           IF HD-MESSAGE-ID(WS-HOLD-LEN:1) = SPACE
               GO TO 2650-EXIT
           END-IF
           MOVE SPACES TO HL-HOLD-PREFIX
           MOVE HD-MESSAGE-ID(1:WS-HOLD-LEN) TO HL-HOLD-PREFIX
           READ HOLD-MASTER-FILE
               INVALID KEY
                   GO TO 2650-EXIT
           END-READ
           IF HL-IN-FORCE
               SET WS-MESSAGE-HELD TO TRUE
               MOVE HL-HOLD-PREFIX TO WS-LAST-HELD-PREFIX
           END-IF.
       2650-EXIT.
           EXIT.

      *    SEGMENTS AND MODES OF ONE MESSAGE AND NIGHT ARRIVE TOGETHER,
      *    SO ONE LINE IS LISTED PER MESSAGE ID AND HELD RUN DATE.
       2800-LIST-HELD-RESULT.
           IF HD-MESSAGE-ID = WS-LAST-LISTED-ID
              AND HD-RUN-DATE = WS-LAST-LISTED-DATE
               GO TO 2800-EXIT
           END-IF
           MOVE HD-MESSAGE-ID TO WS-LAST-LISTED-ID
           MOVE HD-RUN-DATE   TO WS-LAST-LISTED-DATE
           MOVE HD-MESSAGE-ID TO WS-RL-MESSAGE-ID
           MOVE HD-RUN-DATE   TO WS-RL-RUN-DATE
           WRITE REPORT-RECORD FROM WS-RELEASE-LINE
           DISPLAY WS-RL-TAG WS-RL-MESSAGE-ID '  ' WS-RL-RUN-DATE
               '  ' WS-RL-HOLD-PREFIX '  ' WS-RL-DEST.
       2800-EXIT.
           EXIT.

       2900-WRITE-TRANSMITTAL-TRAILERS.
           MOVE SPACES TO XMIT-TRAILER
           MOVE 'XMT999' TO XT-RECORD-ID
           MOVE '1' TO XT-DEST
           MOVE WS-DEST-COUNT(1) TO XT-RECORD-COUNT
           WRITE DEST1-OUT-RECORD FROM XMIT-TRAILER
           MOVE '2' TO XT-DEST
           MOVE WS-DEST-COUNT(2) TO XT-RECORD-COUNT
           WRITE DEST2-OUT-RECORD FROM XMIT-TRAILER
           MOVE '3' TO XT-DEST
           MOVE WS-DEST-COUNT(3) TO XT-RECORD-COUNT
           WRITE DEST3-OUT-RECORD FROM XMIT-TRAILER
           PERFORM 2950-RECORD-XMIT-HISTORY THRU 2950-EXIT
               VARYING WS-DEST-SUB FROM 1 BY 1
               UNTIL WS-DEST-SUB > 3.
       2900-EXIT.
           EXIT.

      *    ONE RELEASE HISTORY ROW PER TRANSMITTAL, CARRYING THE
      *    TRAILER COUNT, UNDER TYPE R SO IT NEVER OVERLAYS THE NIGHTLY
      *    ROW OF THE SAME DATE.  1080 HAS ALREADY PROVED NO RELEASE
      *    ROW EXISTS FOR TODAY.
       2950-RECORD-XMIT-HISTORY.
           MOVE SPACES TO XMIT-HISTORY-RECORD
           MOVE WS-DEST-SUB            TO XR-DEST
           MOVE WS-CURR-DATE-YYYYMMDD  TO XR-RUN-DATE
           MOVE 'R'                    TO XR-XMIT-TYPE
           MOVE WS-DEST-NAME(WS-DEST-SUB) TO XR-DEST-NAME
           MOVE WS-DEST-COUNT(WS-DEST-SUB) TO XR-RECORD-COUNT
           MOVE SPACE                  TO XR-ACK-STATUS
           MOVE 0                      TO XR-ACK-DATE
           MOVE 0                      TO XR-ACK-COUNT
           WRITE XMIT-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
      *    A TRANSMITTAL MISSING FROM THE HISTORY WOULD NEVER BE
      *    RECONCILED BY ACKRECON - STOP RATHER THAN LOSE IT QUIETLY.
           IF WS-XMITHIST-STATUS NOT = '00'
               DISPLAY 'HOLDREL ABEND - XMITHIST WRITE FAILED FOR '
                   'DEST ' XR-DEST ' STATUS ' WS-XMITHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2950-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - RELEASE TOTALS AND THE RETURN CODE     *
      ******************************************************************
       8000-PRODUCE-SUMMARY.
           DISPLAY ' '
           DISPLAY '===== HOLDREL RUN SUMMARY ====='
           DISPLAY 'HELD RESULTS READ : ' WS-READ-COUNT
           DISPLAY 'RELEASED TO DEST 1: ' WS-DEST-COUNT(1)
           DISPLAY 'RELEASED TO DEST 2: ' WS-DEST-COUNT(2)
           DISPLAY 'RELEASED TO DEST 3: ' WS-DEST-COUNT(3)
           DISPLAY 'STILL HELD        : ' WS-STILL-HELD-COUNT
           DISPLAY 'UNROUTED          : ' WS-UNROUTED-COUNT
           DISPLAY 'DELETES FAILED    : ' WS-DELETE-FAIL-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           STRING 'HELD RESULTS READ  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RELEASED 1/2/3     : ' WS-DEST-COUNT(1)
                  ' ' WS-DEST-COUNT(2)
                  ' ' WS-DEST-COUNT(3)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-STILL-HELD-COUNT TO WS-COUNT-DISPLAY
           STRING 'STILL HELD         : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNROUTED-COUNT TO WS-COUNT-DISPLAY
           STRING 'UNROUTED           : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DELETE-FAIL-COUNT TO WS-COUNT-DISPLAY
           STRING 'DELETES FAILED     : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UNROUTED-COUNT > 0
              OR WS-DELETE-FAIL-COUNT > 0
               DISPLAY 'UNROUTED RESULTS OR FAILED DELETES - ENDING '
                   'WITH RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-NO-HOLDS
               CLOSE HOLD-MASTER-FILE
           END-IF
           IF NOT WS-NO-HELD-FILE
               CLOSE HELD-DELIVERY-FILE
           END-IF
           CLOSE ROUTE-MASTER-FILE
           CLOSE DEST1-OUT-FILE
           CLOSE DEST2-OUT-FILE
           CLOSE DEST3-OUT-FILE
           CLOSE REPORT-FILE
           CLOSE XMIT-HISTORY-FILE.
       9000-EXIT.
           EXIT.
