      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : ACKRECON                                         *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  DELIVERY ACKNOWLEDGMENT RECONCILIATION.  RUN EACH *
      *  MORNING AFTER THE DEPARTMENTS RETURN THEIR ACK FILES.  EVERY  *
      *  ACKNOWLEDGMENT (CBXACK) IS MATCHED BY DESTINATION, RUN DATE   *
      *  AND TRANSMITTAL TYPE TO THE TRANSMITTAL HISTORY ROUTEOUT AND  *
      *  HOLDREL KEEP (CBXHIST) AND STAMPED ONTO IT: ACCEPTED,         *
      *  REJECTED BY THE DEPARTMENT, OR ACCEPTED WITH A RECORD COUNT   *
      *  THAT DISAGREES WITH THE XMT999 TRAILER WE SENT.  THE WHOLE    *
      *  HISTORY IS THEN SWEPT FOR OPEN BREAKS - REJECTS AND COUNT     *
      *  MISMATCHES NOT YET CLEARED BY A LATER ACCEPT, AND             *
      *  TRANSMITTALS STILL UNACKNOWLEDGED MORE THAN N DAYS AFTER      *
      *  THEIR RUN DATE (PARM='NNN', DEFAULT 3).  ANY OPEN BREAK ENDS  *
      *  RC=8, SO A DELIVERY THAT WENT MISSING IS A MORNING BREAK; AN  *
      *  ACK THAT MATCHES NOTHING OR CANNOT BE READ ENDS RC=4.         *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  ACKS AND TRANSMITTALS ARE MATCHED ON         *
      *                    TRANSMITTAL TYPE AS WELL (BLANK NIGHTLY, R  *
      *                    SECURITY-HOLD RELEASE - SEE CBXHIST), AND   *
      *                    THE TYPE IS SHOWN ON THE REPORT.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACKRECON.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE DEPARTMENTS' ACKNOWLEDGMENTS, CONCATENATED
           SELECT ACK-IN-FILE ASSIGN TO "ACKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-IN-STATUS.

      *    TRANSMITTAL HISTORY KEPT BY ROUTEOUT - UPDATED IN PLACE
           SELECT XMIT-HISTORY-FILE ASSIGN TO "XMITHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-HISTORY-KEY
               FILE STATUS IS WS-XMITHIST-STATUS.

      *    RECONCILIATION REPORT, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACK-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBXACK.

       FD  XMIT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBXHIST.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-ACK-IN-EOF-SW            PIC X(01) VALUE 'N'.
               88  ACK-IN-EOF                  VALUE 'Y'.
           05  WS-XMITHIST-EOF-SW          PIC X(01) VALUE 'N'.
               88  XMITHIST-EOF                VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-ACK-IN-STATUS            PIC X(02) VALUE '00'.
           05  WS-XMITHIST-STATUS          PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE RECONCILIATION SUMMARY
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-ACK-READ-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-ACK-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.
           05  WS-ACK-BAD-COUNT            PIC 9(05) COMP VALUE 0.
           05  WS-ACK-UNMATCHED-COUNT      PIC 9(05) COMP VALUE 0.
           05  WS-ACK-REPEAT-COUNT         PIC 9(05) COMP VALUE 0.
           05  WS-HISTORY-READ-COUNT       PIC 9(05) COMP VALUE 0.
           05  WS-ACCEPTED-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-MISMATCH-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-OVERDUE-COUNT            PIC 9(05) COMP VALUE 0.
           05  WS-PENDING-COUNT            PIC 9(05) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(05).

      *----------------------------------------------------------------
      *    GRACE PERIOD PARAMETER AND OVERDUE CUTOFF DATE
      *----------------------------------------------------------------
       01  WS-GRACE-AREA.
           05  WS-GRACE-DAYS               PIC 9(03) VALUE 3.
           05  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).
           05  WS-DATE-INTEGER             PIC 9(08) COMP.

      *----------------------------------------------------------------
      *    REPORT DETAIL LINE - ONE TRANSMITTAL
      *----------------------------------------------------------------
       01  WS-DETAIL-LINE.
           05  WS-DL-DEST                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-DEST-NAME             PIC X(16).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-RUN-DATE              PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-XMIT-TYPE             PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-SENT                  PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-RECEIVED              PIC Z(06)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE                  PIC X(32).
           05  FILLER                      PIC X(01) VALUE SPACE.

       LINKAGE SECTION.

      *    STANDARD EXEC-PARM RECEIVING AREA - THE GRACE PERIOD IN
      *    DAYS, AS PASSED BY EXEC PGM=ACKRECON,PARM='NNN'.  OMITTED
      *    OR NON-NUMERIC, THE 3-DAY DEFAULT APPLIES.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH               PIC S9(04) COMP.
           05  LK-PARM-TEXT                 PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-ACKS THRU 2000-EXIT
           PERFORM 3000-SWEEP-HISTORY THRU 3000-EXIT
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - PARM, CUTOFF DATE, FILES                    *
      ******************************************************************
       1000-INITIALIZE.
           IF LK-PARM-LENGTH >= 3
              AND LK-PARM-TEXT(1:3) IS NUMERIC
               MOVE LK-PARM-TEXT(1:3) TO WS-GRACE-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURR-DATE-YYYYMMDD
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-YYYYMMDD)
               - WS-GRACE-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           OPEN I-O XMIT-HISTORY-FILE
           IF WS-XMITHIST-STATUS NOT = '00'
               DISPLAY 'ACKRECON ABEND - XMITHIST OPEN FAILED, '
                   'STATUS ' WS-XMITHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACK-IN-FILE
           IF WS-ACK-IN-STATUS NOT = '00'
               DISPLAY 'ACKRECON ABEND - ACKIN OPEN FAILED, STATUS '
                   WS-ACK-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           DISPLAY 'ACK GRACE DAYS       : ' WS-GRACE-DAYS
           DISPLAY 'OVERDUE IF SENT BEFORE: ' WS-CUTOFF-DATE
           MOVE 'D DESTINATION      RUN-DATE T    SENT    RECD  NOTE'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'D DESTINATION      RUN-DATE T    SENT    RECD  '
               'NOTE'.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-APPLY-ACKS - PRIMING READ / APPLY LOOP                   *
      ******************************************************************
       2000-APPLY-ACKS.
           PERFORM 2100-READ-ACK THRU 2100-EXIT
           PERFORM 2200-APPLY-LOOP THRU 2200-EXIT
               UNTIL ACK-IN-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-ACK.
           READ ACK-IN-FILE
               AT END
                   SET ACK-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACK-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-APPLY-LOOP.
           PERFORM 2300-APPLY-ONE-ACK THRU 2300-EXIT
           PERFORM 2100-READ-ACK THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-APPLY-ONE-ACK - MATCH THE ACK TO ITS TRANSMITTAL AND     *
      *  STAMP THE OUTCOME.  A TRANSMITTAL ALREADY ACCEPTED CLEAN IS   *
      *  NOT RE-OPENED; A REJECT OR COUNT BREAK CAN BE CLEARED BY A    *
      *  LATER ACK FOR THE RE-SENT DELIVERY.                           *
      ******************************************************************
       2300-APPLY-ONE-ACK.
           IF XA-DEST < '1' OR XA-DEST > '3'
              OR XA-RUN-DATE NOT NUMERIC
              OR XA-RECORD-COUNT NOT NUMERIC
              OR (NOT XA-ACCEPT AND NOT XA-REJECT)
              OR (XA-XMIT-TYPE NOT = SPACE AND XA-XMIT-TYPE NOT = 'R')
               ADD 1 TO WS-ACK-BAD-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'ACK NOT USABLE     : ' XMIT-ACK-RECORD(1:17)
                      ' TYPE ' XA-XMIT-TYPE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'ACK NOT USABLE: ' XMIT-ACK-RECORD(1:17)
                   ' TYPE ' XA-XMIT-TYPE
               GO TO 2300-EXIT
           END-IF
           MOVE XA-DEST     TO XR-DEST
           MOVE XA-RUN-DATE TO XR-RUN-DATE
           MOVE XA-XMIT-TYPE TO XR-XMIT-TYPE
           READ XMIT-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-ACK-UNMATCHED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'ACK MATCHES NO TRANSMITTAL: DEST '
                          XA-DEST ' RUN DATE ' XA-RUN-DATE
                          ' TYPE ' XA-XMIT-TYPE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY 'ACK MATCHES NO TRANSMITTAL: DEST '
                       XA-DEST ' RUN DATE ' XA-RUN-DATE
                       ' TYPE ' XA-XMIT-TYPE
                   GO TO 2300-EXIT
           END-READ
           IF XR-ACCEPTED
               ADD 1 TO WS-ACK-REPEAT-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'REPEAT ACK IGNORED : DEST '
                      XA-DEST ' RUN DATE ' XA-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 2300-EXIT
           END-IF
           MOVE XA-RECORD-COUNT       TO XR-ACK-COUNT
           MOVE WS-CURR-DATE-YYYYMMDD TO XR-ACK-DATE
           EVALUATE TRUE
               WHEN XA-REJECT
                   SET XR-REJECTED TO TRUE
               WHEN XA-RECORD-COUNT NOT = XR-RECORD-COUNT
                   SET XR-COUNT-MISMATCH TO TRUE
               WHEN OTHER
                   SET XR-ACCEPTED TO TRUE
           END-EVALUATE
           REWRITE XMIT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'ACKRECON ABEND - XMITHIST REWRITE FAILED, '
                       'STATUS ' WS-XMITHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-ACK-APPLIED-COUNT
           IF XA-REJECT
               MOVE SPACES TO REPORT-RECORD
               STRING 'REJECT REASON      : DEST ' XA-DEST
                      ' ' XA-RUN-DATE ' ' XA-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'REJECT REASON: DEST ' XA-DEST ' '
                   XA-RUN-DATE ' ' XA-REASON
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-SWEEP-HISTORY - WALK EVERY TRANSMITTAL ON THE HISTORY    *
      *  AND LIST THE ONES STILL OPEN                                  *
      ******************************************************************
       3000-SWEEP-HISTORY.
           MOVE LOW-VALUES TO XR-HISTORY-KEY
           START XMIT-HISTORY-FILE KEY IS NOT LESS THAN XR-HISTORY-KEY
               INVALID KEY
                   SET XMITHIST-EOF TO TRUE
           END-START
           IF NOT XMITHIST-EOF
               PERFORM 3100-READ-HISTORY THRU 3100-EXIT
           END-IF
           PERFORM 3200-SWEEP-LOOP THRU 3200-EXIT
               UNTIL XMITHIST-EOF.
       3000-EXIT.
           EXIT.

       3100-READ-HISTORY.
           READ XMIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET XMITHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
           END-READ.
       3100-EXIT.
           EXIT.

       3200-SWEEP-LOOP.
           PERFORM 3300-JUDGE-TRANSMITTAL THRU 3300-EXIT
           PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-JUDGE-TRANSMITTAL.
           MOVE SPACES TO WS-DL-NOTE
           EVALUATE TRUE
               WHEN XR-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-COUNT
                   GO TO 3300-EXIT
               WHEN XR-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED BY DEPARTMENT' TO WS-DL-NOTE
               WHEN XR-COUNT-MISMATCH
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'RECORD COUNT MISMATCH' TO WS-DL-NOTE
               WHEN XR-RUN-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'UNACKNOWLEDGED PAST GRACE PERIOD'
                       TO WS-DL-NOTE
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   GO TO 3300-EXIT
           END-EVALUATE
           MOVE XR-DEST         TO WS-DL-DEST
           MOVE XR-DEST-NAME    TO WS-DL-DEST-NAME
           MOVE XR-RUN-DATE     TO WS-DL-RUN-DATE
           MOVE XR-XMIT-TYPE    TO WS-DL-XMIT-TYPE
           MOVE XR-RECORD-COUNT TO WS-DL-SENT
           IF XR-UNACKED
               MOVE 0 TO WS-DL-RECEIVED
           ELSE
               MOVE XR-ACK-COUNT TO WS-DL-RECEIVED
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           DISPLAY WS-DETAIL-LINE.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - RECONCILIATION TOTALS AND THE RETURN   *
      *  CODE                                                          *
      ******************************************************************
       8000-PRODUCE-SUMMARY.
           DISPLAY ' '
           DISPLAY '===== ACKRECON RUN SUMMARY ====='
           DISPLAY 'ACKS READ             : ' WS-ACK-READ-COUNT
           DISPLAY 'ACKS APPLIED          : ' WS-ACK-APPLIED-COUNT
           DISPLAY 'ACKS NOT USABLE       : ' WS-ACK-BAD-COUNT
           DISPLAY 'ACKS UNMATCHED        : ' WS-ACK-UNMATCHED-COUNT
           DISPLAY 'REPEAT ACKS           : ' WS-ACK-REPEAT-COUNT
           DISPLAY 'TRANSMITTALS ON FILE  : ' WS-HISTORY-READ-COUNT
           DISPLAY 'ACCEPTED              : ' WS-ACCEPTED-COUNT
           DISPLAY 'REJECTED              : ' WS-REJECTED-COUNT
           DISPLAY 'COUNT MISMATCHES      : ' WS-MISMATCH-COUNT
           DISPLAY 'OVERDUE               : ' WS-OVERDUE-COUNT
           DISPLAY 'WITHIN GRACE PERIOD   : ' WS-PENDING-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ACK-READ-COUNT TO WS-COUNT-DISPLAY
           STRING 'ACKS READ             : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ACK-APPLIED-COUNT TO WS-COUNT-DISPLAY
           STRING 'ACKS APPLIED          : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ACK-BAD-COUNT TO WS-COUNT-DISPLAY
           STRING 'ACKS NOT USABLE       : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ACK-UNMATCHED-COUNT TO WS-COUNT-DISPLAY
           STRING 'ACKS UNMATCHED        : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-HISTORY-READ-COUNT TO WS-COUNT-DISPLAY
           STRING 'TRANSMITTALS ON FILE  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           STRING 'REJECTED              : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY
           STRING 'COUNT MISMATCHES      : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
           STRING 'OVERDUE               : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-REJECTED-COUNT > 0 OR WS-MISMATCH-COUNT > 0
              OR WS-OVERDUE-COUNT > 0
               DISPLAY 'OPEN DELIVERY BREAKS - ENDING WITH RETURN '
                   'CODE 8'
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           IF WS-ACK-BAD-COUNT > 0 OR WS-ACK-UNMATCHED-COUNT > 0
               DISPLAY 'ACKS NOT APPLIED - ENDING WITH RETURN CODE 4'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           CLOSE ACK-IN-FILE
           CLOSE XMIT-HISTORY-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
