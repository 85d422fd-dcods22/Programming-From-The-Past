      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : HOLDMNT                                          *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  TRANSACTION-DRIVEN MAINTENANCE OF THE SECURITY    *
      *  HOLD MASTER (CBHOLD).  THE SECURITY OFFICE FREEZES A MESSAGE  *
      *  DURING AN INVESTIGATION BY PLACING A HOLD ON ITS MESSAGE ID   *
      *  OR ON A MESSAGE-ID PREFIX, AND LIFTS IT WITH A RELEASE (SEE   *
      *  CBHLDTRN).  WHILE A HOLD IS IN FORCE ROUTEOUT DIVERTS THE     *
      *  MESSAGE'S RESULTS TO THE HELD-DELIVERY FILE AND ARCHHKP WILL  *
      *  NOT ROLL ITS ARCHIVE ROWS OFF; HOLDREL SHIPS WHAT WAS HELD    *
      *  ONCE THE HOLD IS RELEASED.  A PLACE ON A PREFIX ALREADY HELD, *
      *  A RELEASE OF ONE NOT HELD, A TRANSACTION DATED AFTER THE DAY  *
      *  IT IS APPLIED, OR ONE MISSING ITS REASON OR OFFICER IS        *
      *  REJECTED.  EVERY HOLD TOUCHED IS PRINTED BEFORE AND AFTER,    *
      *  AND THE RUN ENDS WITH A LISTING OF THE WHOLE HOLD MASTER SO   *
      *  THE OFFICE HAS A CURRENT COPY.  ENDS WITH RETURN CODE 4 WHEN  *
      *  ANY TRANSACTION WAS REJECTED.  A NEVER-LOADED HOLD MASTER IS  *
      *  BUILT FRESH, SO AN EMPTY TRANSACTION FILE JUST PRINTS THE     *
      *  LISTING.                                                      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  A PLACE OR RELEASE DATED AFTER THE RUN DATE  *
      *                    IS REJECTED - IT WOULD TAKE EFFECT TODAY    *
      *                    UNDER A LATER DATE.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLDMNT.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    PLACE / RELEASE TRANSACTIONS FROM THE SECURITY OFFICE
           SELECT HOLD-TRAN-FILE ASSIGN TO "HOLDTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDTRAN-STATUS.

      *    KEYED SECURITY HOLD MASTER, UPDATED IN PLACE
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-HOLD-PREFIX
               FILE STATUS IS WS-HOLDMSTR-STATUS.

      *    BEFORE/AFTER MAINTENANCE REPORT AND HOLD LISTING
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOLD-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBHLDTRN.

       FD  HOLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBHOLD.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-HOLDTRAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  HOLDTRAN-EOF                VALUE 'Y'.
           05  WS-HOLDMSTR-EOF-SW          PIC X(01) VALUE 'N'.
               88  HOLDMSTR-EOF                VALUE 'Y'.
           05  WS-HOLD-EXISTS-SW           PIC X(01) VALUE 'N'.
               88  WS-HOLD-EXISTS              VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-HOLDTRAN-STATUS          PIC X(02) VALUE '00'.
           05  WS-HOLDMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE MAINTENANCE REPORT
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-TRAN-COUNT               PIC 9(05) COMP VALUE 0.
           05  WS-PLACE-COUNT              PIC 9(05) COMP VALUE 0.
           05  WS-RELEASE-COUNT            PIC 9(05) COMP VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-IN-FORCE-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-RELEASED-COUNT           PIC 9(05) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(05).

      *----------------------------------------------------------------
      *    RUN DATE - THE DEFAULT HOLD / RELEASE DATE
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).
           05  WS-ACTION-DATE              PIC 9(08).

      *----------------------------------------------------------------
      *    REPORT DETAIL LINES - ONE HOLD IMAGE, TAGGED BEFORE, AFTER
      *    OR LISTED, WITH ITS REASON ON THE LINE BELOW
      *----------------------------------------------------------------
       01  WS-HOLD-DETAIL-LINE.
           05  WS-DL-TAG                   PIC X(09).
           05  WS-DL-PREFIX                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-STATUS                PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-HOLD-DATE             PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-PLACED-BY             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-RELEASE-DATE          PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-RELEASED-BY           PIC X(08).
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  WS-HOLD-REASON-LINE.
           05  FILLER                      PIC X(09) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE 'REASON: '.
           05  WS-RL-REASON                PIC X(30).
           05  FILLER                      PIC X(33) VALUE SPACES.

      *----------------------------------------------------------------
      *    REPORT REJECT LINE
      *----------------------------------------------------------------
       01  WS-REJECT-LINE.
           05  WS-RJ-TAG                   PIC X(09).
           05  WS-RJ-FUNCTION              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RJ-PREFIX                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RJ-REASON                PIC X(30).
           05  FILLER                      PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
           PERFORM 6500-LIST-HOLD-MASTER THRU 6500-EXIT
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES                                  *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURR-DATE-YYYYMMDD
           OPEN INPUT HOLD-TRAN-FILE
           IF WS-HOLDTRAN-STATUS NOT = '00'
               DISPLAY 'HOLDMNT ABEND - HOLDTRAN OPEN FAILED, STATUS '
                   WS-HOLDTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1070-OPEN-HOLD-MASTER THRU 1070-EXIT
           OPEN OUTPUT REPORT-FILE.
       1000-EXIT.
           EXIT.

      *    A NEVER-LOADED HOLD MASTER (STATUS 35) IS CREATED EMPTY AND
      *    REOPENED FOR UPDATE, SO THE FIRST PLACE TRANSACTIONS BUILD
      *    IT.  ANY OTHER OPEN FAILURE STOPS THE RUN.
       1070-OPEN-HOLD-MASTER.
           OPEN I-O HOLD-MASTER-FILE
           IF WS-HOLDMSTR-STATUS = '35'
               OPEN OUTPUT HOLD-MASTER-FILE
               CLOSE HOLD-MASTER-FILE
               OPEN I-O HOLD-MASTER-FILE
           END-IF
           IF WS-HOLDMSTR-STATUS NOT = '00'
               DISPLAY 'HOLDMNT ABEND - HOLDMSTR OPEN FAILED, STATUS '
                   WS-HOLDMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1070-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-TRANSACTIONS - PRIMING READ / APPLY LOOP         *
      ******************************************************************
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-READ-HOLD-TRAN THRU 2100-EXIT
           PERFORM 2200-APPLY-LOOP THRU 2200-EXIT
               UNTIL HOLDTRAN-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-HOLD-TRAN.
           READ HOLD-TRAN-FILE
               AT END
                   SET HOLDTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-APPLY-LOOP.
           PERFORM 2300-APPLY-TRANSACTION THRU 2300-EXIT
           PERFORM 2100-READ-HOLD-TRAN THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-APPLY-TRANSACTION - COMMON EDITS, THEN DISPATCH BY       *
      *  FUNCTION CODE                                                 *
      ******************************************************************
       2300-APPLY-TRANSACTION.
           IF HT-HOLD-PREFIX = SPACES
              OR HT-HOLD-PREFIX(1:1) = SPACE
               MOVE 'MESSAGE ID / PREFIX MISSING' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF HT-OFFICER = SPACES
               MOVE 'OFFICER MISSING' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF HT-ACTION-DATE NOT NUMERIC
               MOVE 'ACTION DATE NOT NUMERIC' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
      *    A HOLD OR RELEASE TAKES EFFECT THE DAY IT IS APPLIED, SO A
      *    LATER DATE WOULD RECORD ONE DAY AND ACT ON ANOTHER - A
      *    FUTURE RELEASE WOULD LIFT THE HOLD TODAY.
           IF HT-ACTION-DATE > WS-CURR-DATE-YYYYMMDD
               MOVE 'ACTION DATE IN THE FUTURE' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF HT-ACTION-DATE = ZERO
               MOVE WS-CURR-DATE-YYYYMMDD TO WS-ACTION-DATE
           ELSE
               MOVE HT-ACTION-DATE TO WS-ACTION-DATE
           END-IF
           EVALUATE TRUE
               WHEN HT-FUNC-PLACE
                   PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
               WHEN HT-FUNC-RELEASE
                   PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'FUNCTION CODE NOT P/R' TO WS-RJ-REASON
                   PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PLACE-HOLD - WRITE A NEW HOLD, OR PUT A RELEASED ONE     *
      *  BACK IN FORCE; A PREFIX ALREADY HELD REJECTS                  *
      ******************************************************************
       3000-PLACE-HOLD.
           IF HT-REASON = SPACES
               MOVE 'PLACE REQUIRES A REASON' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 6100-READ-HOLD THRU 6100-EXIT
           IF WS-HOLD-EXISTS
               IF HL-IN-FORCE
                   MOVE 'PREFIX ALREADY HELD' TO WS-RJ-REASON
                   PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
                   GO TO 3000-EXIT
               END-IF
               MOVE 'BEFORE   ' TO WS-DL-TAG
               PERFORM 6000-EMIT-HOLD-IMAGE THRU 6000-EXIT
           END-IF
           MOVE HT-HOLD-PREFIX TO HL-HOLD-PREFIX
           MOVE 'H'            TO HL-HOLD-STATUS
           MOVE HT-REASON      TO HL-REASON
           MOVE HT-OFFICER     TO HL-PLACED-BY
           MOVE WS-ACTION-DATE TO HL-HOLD-DATE
           MOVE SPACES         TO HL-RELEASED-BY
           MOVE ZERO           TO HL-RELEASE-DATE
           IF WS-HOLD-EXISTS
               REWRITE HOLD-RECORD
           ELSE
               WRITE HOLD-RECORD
           END-IF
           IF WS-HOLDMSTR-STATUS NOT = '00'
               DISPLAY 'HOLDMNT ABEND - HOLDMSTR UPDATE FAILED, '
                   'STATUS ' WS-HOLDMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PLACE-COUNT
           IF WS-HOLD-EXISTS
               MOVE 'AFTER    ' TO WS-DL-TAG
           ELSE
               MOVE 'PLACED   ' TO WS-DL-TAG
           END-IF
           PERFORM 6000-EMIT-HOLD-IMAGE THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-RELEASE-HOLD - TAKE A HOLD OUT OF FORCE; THE ENTRY STAYS *
      *  ON FILE WITH WHO RELEASED IT AND WHEN                         *
      ******************************************************************
       4000-RELEASE-HOLD.
           PERFORM 6100-READ-HOLD THRU 6100-EXIT
           IF NOT WS-HOLD-EXISTS
               MOVE 'PREFIX NOT ON HOLD MASTER' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF
           IF NOT HL-IN-FORCE
               MOVE 'HOLD ALREADY RELEASED' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF
           IF WS-ACTION-DATE < HL-HOLD-DATE
               MOVE 'RELEASE DATED BEFORE THE HOLD' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE 'BEFORE   ' TO WS-DL-TAG
           PERFORM 6000-EMIT-HOLD-IMAGE THRU 6000-EXIT
           MOVE 'R'            TO HL-HOLD-STATUS
           MOVE HT-OFFICER     TO HL-RELEASED-BY
           MOVE WS-ACTION-DATE TO HL-RELEASE-DATE
           REWRITE HOLD-RECORD
           IF WS-HOLDMSTR-STATUS NOT = '00'
               DISPLAY 'HOLDMNT ABEND - HOLDMSTR UPDATE FAILED, '
                   'STATUS ' WS-HOLDMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RELEASE-COUNT
           MOVE 'AFTER    ' TO WS-DL-TAG
           PERFORM 6000-EMIT-HOLD-IMAGE THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  6000-EMIT-HOLD-IMAGE - ONE HOLD, TWO REPORT LINES             *
      ******************************************************************
       6000-EMIT-HOLD-IMAGE.
           MOVE HL-HOLD-PREFIX   TO WS-DL-PREFIX
           MOVE HL-HOLD-STATUS   TO WS-DL-STATUS
           MOVE HL-HOLD-DATE     TO WS-DL-HOLD-DATE
           MOVE HL-PLACED-BY     TO WS-DL-PLACED-BY
           MOVE HL-RELEASE-DATE  TO WS-DL-RELEASE-DATE
           MOVE HL-RELEASED-BY   TO WS-DL-RELEASED-BY
           MOVE HL-REASON        TO WS-RL-REASON
           WRITE REPORT-RECORD FROM WS-HOLD-DETAIL-LINE
           WRITE REPORT-RECORD FROM WS-HOLD-REASON-LINE
           DISPLAY WS-DL-TAG WS-DL-PREFIX ' ' WS-DL-STATUS ' '
               WS-DL-HOLD-DATE ' ' WS-DL-PLACED-BY ' '
               WS-DL-RELEASE-DATE ' ' WS-DL-RELEASED-BY ' '
               WS-RL-REASON.
       6000-EXIT.
           EXIT.

      *    READ THE HOLD THE TRANSACTION NAMES, BY ITS EXACT PREFIX
       6100-READ-HOLD.
           MOVE 'N' TO WS-HOLD-EXISTS-SW
           MOVE HT-HOLD-PREFIX TO HL-HOLD-PREFIX
           READ HOLD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLD-EXISTS TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6500-LIST-HOLD-MASTER - THE WHOLE MASTER IN PREFIX ORDER, IN  *
      *  FORCE AND RELEASED ALIKE                                      *
      ******************************************************************
       6500-LIST-HOLD-MASTER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'HOLD MASTER LISTING - S: H IN FORCE, R RELEASED'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'HOLD MASTER LISTING - S: H IN FORCE, R RELEASED'
           MOVE '         PREFIX S HELD-ON  PLACED   RELEASED REL-BY'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LOW-VALUES TO HL-HOLD-PREFIX
           START HOLD-MASTER-FILE KEY IS NOT LESS THAN HL-HOLD-PREFIX
               INVALID KEY
                   SET HOLDMSTR-EOF TO TRUE
           END-START
           IF NOT HOLDMSTR-EOF
               PERFORM 6600-READ-HOLD-NEXT THRU 6600-EXIT
           END-IF
           PERFORM 6700-LIST-LOOP THRU 6700-EXIT
               UNTIL HOLDMSTR-EOF.
       6500-EXIT.
           EXIT.

       6600-READ-HOLD-NEXT.
           READ HOLD-MASTER-FILE NEXT RECORD
               AT END
                   SET HOLDMSTR-EOF TO TRUE
           END-READ.
       6600-EXIT.
           EXIT.

       6700-LIST-LOOP.
           IF HL-IN-FORCE
               ADD 1 TO WS-IN-FORCE-COUNT
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
           END-IF
           MOVE 'LISTED   ' TO WS-DL-TAG
           PERFORM 6000-EMIT-HOLD-IMAGE THRU 6000-EXIT
           PERFORM 6600-READ-HOLD-NEXT THRU 6600-EXIT.
       6700-EXIT.
           EXIT.

      ******************************************************************
      *  7000-REJECT-TRANSACTION - REPORT A TRANSACTION NOT APPLIED    *
      ******************************************************************
       7000-REJECT-TRANSACTION.
           MOVE 'REJECTED ' TO WS-RJ-TAG
           MOVE HT-FUNCTION    TO WS-RJ-FUNCTION
           MOVE HT-HOLD-PREFIX TO WS-RJ-PREFIX
           WRITE REPORT-RECORD FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY WS-RJ-TAG WS-RJ-FUNCTION ' ' WS-RJ-PREFIX ' '
               WS-RJ-REASON.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - RUN TOTALS AND THE RETURN CODE         *
      ******************************************************************
       8000-PRODUCE-SUMMARY.
           DISPLAY ' '
           DISPLAY '===== HOLDMNT RUN SUMMARY ====='
           DISPLAY 'TRANSACTIONS READ : ' WS-TRAN-COUNT
           DISPLAY 'HOLDS PLACED      : ' WS-PLACE-COUNT
           DISPLAY 'HOLDS RELEASED    : ' WS-RELEASE-COUNT
           DISPLAY 'REJECTED          : ' WS-REJECT-COUNT
           DISPLAY 'IN FORCE ON FILE  : ' WS-IN-FORCE-COUNT
           DISPLAY 'RELEASED ON FILE  : ' WS-RELEASED-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY
           STRING 'TRANSACTIONS READ : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-PLACE-COUNT TO WS-COUNT-DISPLAY
           STRING 'HOLDS PLACED      : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-RELEASE-COUNT TO WS-COUNT-DISPLAY
           STRING 'HOLDS RELEASED    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
           STRING 'REJECTED          : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-IN-FORCE-COUNT TO WS-COUNT-DISPLAY
           STRING 'IN FORCE ON FILE  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY
           STRING 'RELEASED ON FILE  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-REJECT-COUNT > 0
               DISPLAY 'TRANSACTIONS REJECTED - ENDING WITH RETURN '
                   'CODE 4'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           CLOSE HOLD-TRAN-FILE
           CLOSE HOLD-MASTER-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
