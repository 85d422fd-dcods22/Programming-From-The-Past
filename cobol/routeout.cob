      *  DEFAULTED ANYWHERE: IT GOES TO THE UNROUTED FILE, IS          *
      *  REPORTED BY MESSAGE ID, AND THE STEP ENDS RC=8 SO THE BREAK   *
      *  IS WORKED BEFORE ANYTHING LEAVES THE BUILDING.                *
      *  EACH TRANSMITTAL CLOSED IS ALSO RECORDED ON THE TRANSMITTAL   *
      *  HISTORY (CBXHIST) FOR ACKRECON TO MATCH THE DEPARTMENTS'      *
      *  ACKNOWLEDGMENTS AGAINST.                                      *
      *  BEFORE ANY ROUTING, EACH RESULT'S MESSAGE ID IS CHECKED       *
      *  AGAINST THE SECURITY HOLD MASTER (CBHOLD).  A HELD RESULT IS  *
      *  NEVER WRITTEN TO A DESTINATION: IT GOES TO THE HELD-DELIVERY  *
      *  FILE (CBHELD), IS REPORTED BY MESSAGE ID, AND WAITS THERE FOR *
      *  HOLDREL TO SHIP IT UNDER ITS OWN TRANSMITTAL ONCE THE HOLD IS *
      *  RELEASED.                                                     *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-09-03  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  RECORD EACH TRANSMITTAL ON THE TRANSMITTAL   *
      *                    HISTORY FOR ACKNOWLEDGMENT RECONCILIATION.  *
      *  2026-10-15  DLC  TRANSMITTALS AND THEIR HISTORY ROWS ARE      *
      *                    DATED WITH THE NIGHTLY CYCLE DATE (CBCYCLE) *
      *                    INSTEAD OF THE CLOCK; THE STEP MARKS ITSELF *
      *                    FINISHED ON THE CYCLE.                      *
      *  2026-10-15  DLC  RESULTS WHOSE MESSAGE ID IS UNDER A SECURITY *
      *                    HOLD (CBHOLD) ARE DIVERTED TO THE           *
      *                    HELD-DELIVERY FILE (CBHELD) INSTEAD OF A    *
      *                    DESTINATION AND REPORTED; HOLDREL SHIPS     *
      *                    THEM ONCE RELEASED.                         *
      *  2026-10-15  DLC  A FAILED TRANSMITTAL HISTORY WRITE NOW ENDS  *
      *                    THE STEP RC=16 INSTEAD OF ONLY BEING        *
      *                    DISPLAYED.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    TRANSMITTAL HISTORY, ONE ROW PER DESTINATION PER RUN DATE
           SELECT XMIT-HISTORY-FILE ASSIGN TO "XMITHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-HISTORY-KEY
               FILE STATUS IS WS-XMITHIST-STATUS.

      *    SECURITY HOLDS - A HELD MESSAGE IS NOT DELIVERED
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-HOLD-PREFIX
               FILE STATUS IS WS-HOLDMSTR-STATUS.

      *    HELD RESULTS, KEPT UNTIL HOLDREL SHIPS THEM
           SELECT HELD-DELIVERY-FILE ASSIGN TO "HELDDLV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HELD-KEY
               FILE STATUS IS WS-HELDDLV-STATUS.

      *    NIGHTLY CYCLE CONTROL - BUSINESS DATE AND STEP STATUS
           SELECT CYCLE-FILE ASSIGN TO "CYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       FD  XMIT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBXHIST.

       FD  HOLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBHOLD.

       FD  HELD-DELIVERY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBHELD.

       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBCYCLE.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
               88  ROUTE-IN-EOF                VALUE 'Y'.
           05  WS-ROUTMSTR-EOF-SW          PIC X(01) VALUE 'N'.
               88  ROUTMSTR-EOF                VALUE 'Y'.
           05  WS-MESSAGE-HELD-SW          PIC X(01) VALUE 'N'.
               88  WS-MESSAGE-HELD             VALUE 'Y'.
           05  WS-NO-HOLDS-SW              PIC X(01) VALUE 'N'.
               88  WS-NO-HOLDS                 VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
           05  WS-DEST3-STATUS             PIC X(02) VALUE '00'.
           05  WS-UNROUTED-STATUS          PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-XMITHIST-STATUS          PIC X(02) VALUE '00'.
           05  WS-HOLDMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-HELDDLV-STATUS           PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE ROUTING SUMMARY AND TRANSMITTALS
                                           OCCURS 3 TIMES.
           05  WS-UNROUTED-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-BAD-RULE-COUNT           PIC 9(03) COMP VALUE 0.
           05  WS-HELD-COUNT               PIC 9(07) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(07).

      *----------------------------------------------------------------
      *    CYCLE DATE - STAMPED ON THE TRANSMITTAL HEADERS
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).

      *----------------------------------------------------------------
           05  WS-MATCH-LEN                PIC 9(01) COMP VALUE 0.
           05  WS-DEST-SUB                 PIC 9(01) COMP.
           05  WS-LAST-UNROUTED-ID         PIC X(06) VALUE SPACES.
           05  WS-HOLD-LEN                 PIC 9(01) COMP.
           05  WS-LAST-HOLD-CHECK-ID       PIC X(06) VALUE SPACES.
           05  WS-LAST-HELD-PREFIX         PIC X(06) VALUE SPACES.

      *    TRANSMITTAL HEADER AND TRAILER RECORD AREAS
           COPY CBXMIT.
      *  OPEN EACH DESTINATION UNDER ITS TRANSMITTAL HEADER            *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1080-READ-CYCLE-DATE THRU 1080-EXIT
           OPEN INPUT ROUTE-IN-FILE
           IF WS-ROUTE-IN-STATUS NOT = '00'
               DISPLAY 'ROUTEOUT ABEND - ROUTEIN OPEN FAILED, STATUS '
           OPEN OUTPUT DEST3-OUT-FILE
           OPEN OUTPUT UNROUTED-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1070-OPEN-XMIT-HISTORY THRU 1070-EXIT
           PERFORM 1075-OPEN-HOLD-FILES THRU 1075-EXIT
           PERFORM 1100-LOAD-ROUTING-TABLE THRU 1100-EXIT
      *    AN EMPTY ROUTING MASTER WOULD SEND THE WHOLE NIGHT TO THE
      *    UNROUTED FILE - STOP AND SAY SO INSTEAD.
       1000-EXIT.
           EXIT.

      *    THE HISTORY ACCUMULATES ACROSS RUNS - A NEVER-LOADED FILE
      *    IS BUILT FRESH, THE SAME WAY ENCODE BUILDS ITS USAGE FILE.
       1070-OPEN-XMIT-HISTORY.
           OPEN I-O XMIT-HISTORY-FILE
           IF WS-XMITHIST-STATUS NOT = '00'
               OPEN OUTPUT XMIT-HISTORY-FILE
           END-IF.
       1070-EXIT.
           EXIT.

      *    A NEVER-LOADED HOLD MASTER (STATUS 35) SIMPLY HOLDS
      *    NOTHING YET.  ANY OTHER FAILURE WOULD LET A HELD MESSAGE GO
      *    OUT - STOP.  THE HELD-DELIVERY FILE ACCUMULATES UNTIL
      *    HOLDREL EMPTIES IT, AND IS BUILT FRESH THE FIRST TIME.
       1075-OPEN-HOLD-FILES.
           OPEN INPUT HOLD-MASTER-FILE
           IF WS-HOLDMSTR-STATUS = '35'
               SET WS-NO-HOLDS TO TRUE
               DISPLAY 'NO HOLD MASTER - NO SECURITY HOLDS IN FORCE'
           ELSE
               IF WS-HOLDMSTR-STATUS NOT = '00'
                   DISPLAY 'ROUTEOUT ABEND - HOLDMSTR OPEN FAILED, '
                       'STATUS ' WS-HOLDMSTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O HELD-DELIVERY-FILE
           IF WS-HELDDLV-STATUS NOT = '00'
               OPEN OUTPUT HELD-DELIVERY-FILE
           END-IF
           IF WS-HELDDLV-STATUS NOT = '00'
               DISPLAY 'ROUTEOUT ABEND - HELDDLV OPEN FAILED, '
                   'STATUS ' WS-HELDDLV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1075-EXIT.
           EXIT.

       1100-LOAD-ROUTING-TABLE.
           PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
               UNTIL ROUTMSTR-EOF
       1500-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE OPEN NIGHTLY CYCLE'S, NOT THE
      *    CLOCK'S, SO EVERY STEP OF ONE NIGHT AGREES ON IT WHEREVER
      *    MIDNIGHT FALLS.  NO OPEN CYCLE MEANS THE STREAM WAS NOT
      *    STARTED BY CYCLCTL - STOP BEFORE DATING ANY TRANSMITTAL.
       1080-READ-CYCLE-DATE.
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'ROUTEOUT ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           IF NOT CY-CYCLE-OPEN
               DISPLAY 'ROUTEOUT ABEND - NO NIGHTLY CYCLE IS OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CY-CYCLE-DATE TO WS-CURR-DATE-YYYYMMDD
           DISPLAY 'CYCLE DATE: ' CY-CYCLE-DATE.
       1080-EXIT.
           EXIT.

      ******************************************************************
      *  2000-ROUTE-RESULTS - PRIMING READ / ROUTE LOOP                *
      ******************************************************************
      ******************************************************************
      *  2300-ROUTE-RECORD - LONGEST MATCHING PREFIX WINS.  SEGMENTS   *
      *  OF A GROUP SHARE THEIR MESSAGE ID, SO THE WHOLE GROUP LANDS   *
      *  ON ONE DESTINATION IN ORDER.  A HELD MESSAGE IS DIVERTED      *
      *  FIRST AND NEVER REACHES THE ROUTING RULES.                    *
      ******************************************************************
       2300-ROUTE-RECORD.
           PERFORM 2600-CHECK-SECURITY-HOLD THRU 2600-EXIT
           IF WS-MESSAGE-HELD
               PERFORM 2700-DIVERT-HELD-RESULT THRU 2700-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE 0 TO WS-MATCH-DEST
           MOVE 0 TO WS-MATCH-LEN
           PERFORM 2400-TRY-ONE-RULE THRU 2400-EXIT
       2500-EXIT.
           EXIT.

      *    A MESSAGE IS HELD WHEN A HOLD IN FORCE MATCHES ITS ID AT ANY
      *    PREFIX LENGTH, SO THE ID IS LOOKED UP DIRECTLY FROM ALL SIX
      *    CHARACTERS DOWN TO ONE.  SEGMENTS OF ONE MESSAGE ARRIVE
      *    CONSECUTIVELY, SO THE ANSWER IS KEPT FOR A REPEATED ID.
       2600-CHECK-SECURITY-HOLD.
           IF TO-MESSAGE-ID = WS-LAST-HOLD-CHECK-ID
               GO TO 2600-EXIT
           END-IF
           MOVE TO-MESSAGE-ID TO WS-LAST-HOLD-CHECK-ID
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
           IF TO-MESSAGE-ID(WS-HOLD-LEN:1) = SPACE
               GO TO 2650-EXIT
           END-IF
           MOVE SPACES TO HL-HOLD-PREFIX
           MOVE TO-MESSAGE-ID(1:WS-HOLD-LEN) TO HL-HOLD-PREFIX
           READ HOLD-MASTER-FILE
               INVALID KEY
                   GO TO 2650-EXIT
           END-READ
           IF HL-IN-FORCE
               SET WS-MESSAGE-HELD TO TRUE
               MOVE HL-HOLD-PREFIX TO WS-LAST-HELD-PREFIX
               MOVE SPACES TO REPORT-RECORD
               STRING 'HELD FOR SECURITY  : ' TO-MESSAGE-ID
                      ' MODE ' TO-MODE
                      ' HOLD ' HL-HOLD-PREFIX
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'HELD FOR SECURITY: ' TO-MESSAGE-ID
                   ' MODE ' TO-MODE ' HOLD ' HL-HOLD-PREFIX
           END-IF.
       2650-EXIT.
           EXIT.

      *    THE HELD RESULT IS KEPT WHOLE UNDER THE NIGHT'S CYCLE DATE.
      *    A RERUN OF THE SAME NIGHT REPLACES ITS OWN ROWS.
       2700-DIVERT-HELD-RESULT.
           MOVE SPACES TO HELD-DELIVERY-RECORD
           MOVE TO-MESSAGE-ID          TO HD-MESSAGE-ID
           MOVE WS-CURR-DATE-YYYYMMDD  TO HD-RUN-DATE
           MOVE TO-MODE                TO HD-MODE
           IF TO-SEGMENT-SEQ IS NUMERIC
               MOVE TO-SEGMENT-SEQ TO HD-SEGMENT-SEQ
           ELSE
               MOVE 0 TO HD-SEGMENT-SEQ
           END-IF
           MOVE WS-LAST-HELD-PREFIX    TO HD-HOLD-PREFIX
           MOVE TEXT-OUT-RECORD        TO HD-RESULT-RECORD
           WRITE HELD-DELIVERY-RECORD
               INVALID KEY
                   REWRITE HELD-DELIVERY-RECORD
           END-WRITE
           IF WS-HELDDLV-STATUS NOT = '00'
               DISPLAY 'ROUTEOUT ABEND - HELDDLV WRITE FAILED FOR '
                   TO-MESSAGE-ID ' STATUS ' WS-HELDDLV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HELD-COUNT.
       2700-EXIT.
           EXIT.

       2900-WRITE-TRANSMITTAL-TRAILERS.
           MOVE SPACES TO XMIT-TRAILER
           MOVE 'XMT999' TO XT-RECORD-ID
           WRITE DEST2-OUT-RECORD FROM XMIT-TRAILER
           MOVE '3' TO XT-DEST
           MOVE WS-DEST-COUNT(3) TO XT-RECORD-COUNT
           WRITE DEST3-OUT-RECORD FROM XMIT-TRAILER
           PERFORM 2950-RECORD-XMIT-HISTORY THRU 2950-EXIT
               VARYING WS-DEST-SUB FROM 1 BY 1
               UNTIL WS-DEST-SUB > 3.
       2900-EXIT.
           EXIT.

      *    ONE HISTORY ROW PER TRANSMITTAL, CARRYING THE TRAILER
      *    COUNT.  A RERUN FOR THE SAME RUN DATE REPLACES THE ROW AND
      *    CLEARS ANY ACKNOWLEDGMENT - IT IS A NEW DELIVERY.
       2950-RECORD-XMIT-HISTORY.
           MOVE SPACES TO XMIT-HISTORY-RECORD
           MOVE WS-DEST-SUB            TO XR-DEST
           MOVE WS-CURR-DATE-YYYYMMDD  TO XR-RUN-DATE
           MOVE WS-DEST-NAME(WS-DEST-SUB) TO XR-DEST-NAME
           MOVE WS-DEST-COUNT(WS-DEST-SUB) TO XR-RECORD-COUNT
           MOVE SPACE                  TO XR-ACK-STATUS
           MOVE 0                      TO XR-ACK-DATE
           MOVE 0                      TO XR-ACK-COUNT
           WRITE XMIT-HISTORY-RECORD
               INVALID KEY
                   REWRITE XMIT-HISTORY-RECORD
           END-WRITE
      *    A TRANSMITTAL MISSING FROM THE HISTORY WOULD NEVER BE
      *    RECONCILED BY ACKRECON - STOP RATHER THAN LOSE IT QUIETLY.
           IF WS-XMITHIST-STATUS NOT = '00'
               DISPLAY 'ROUTEOUT ABEND - XMITHIST WRITE FAILED FOR '
                   'DEST ' XR-DEST ' STATUS ' WS-XMITHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2950-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - ROUTING TOTALS AND THE RETURN CODE     *
      ******************************************************************
           DISPLAY 'ROUTED TO DEST 2  : ' WS-DEST-COUNT(2)
           DISPLAY 'ROUTED TO DEST 3  : ' WS-DEST-COUNT(3)
           DISPLAY 'UNROUTED          : ' WS-UNROUTED-COUNT
           DISPLAY 'HELD FOR SECURITY : ' WS-HELD-COUNT
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-INPUT-COUNT TO WS-COUNT-DISPLAY
           STRING 'RESULTS READ       : ' WS-COUNT-DISPLAY
           STRING 'UNROUTED           : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           STRING 'HELD FOR SECURITY  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UNROUTED-COUNT > 0
               DISPLAY 'UNROUTED RESULTS PRESENT - ENDING WITH '
                   'RETURN CODE 8'
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-STAMP-CYCLE-STEP THRU 9100-EXIT
           CLOSE ROUTE-IN-FILE
           CLOSE ROUTE-MASTER-FILE
           CLOSE DEST1-OUT-FILE
           CLOSE DEST2-OUT-FILE
           CLOSE DEST3-OUT-FILE
           CLOSE UNROUTED-OUT-FILE
           CLOSE REPORT-FILE
           CLOSE XMIT-HISTORY-FILE
           IF NOT WS-NO-HOLDS
               CLOSE HOLD-MASTER-FILE
           END-IF
           CLOSE HELD-DELIVERY-FILE.
       9000-EXIT.
           EXIT.

      *    MARK THIS STEP FINISHED ON THE CYCLE, WITH ITS RETURN CODE,
      *    SO CYCLCTL CLOSES THE NIGHT ONLY WHEN EVERY STEP HAS.
       9100-STAMP-CYCLE-STEP.
           MOVE 'Y'         TO CY-STEP-DONE(10)
           MOVE RETURN-CODE TO CY-STEP-RC(10)
           REWRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.
       9100-EXIT.
           EXIT.
