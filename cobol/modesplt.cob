      *                    BETWEEN EDIT AND SPLIT ENDS RC=12 WITH NO   *
      *                    FRESH TRAILERS WRITTEN, INSTEAD OF BEING    *
      *                    LAUNDERED INTO THREE BALANCED MODE FILES.   *
      *  2026-10-15  DLC  RUNS ONLY INSIDE AN OPEN NIGHTLY CYCLE       *
      *                    (CBCYCLE) AND MARKS ITS STEP FINISHED ON    *
      *                    IT.                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    NIGHTLY CYCLE CONTROL - BUSINESS DATE AND STEP STATUS
           SELECT CYCLE-FILE ASSIGN TO "CYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBCYCLE.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
           05  WS-DEC-OUT-STATUS           PIC X(02) VALUE '00'.
           05  WS-SOL-OUT-STATUS           PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE SPLIT SUMMARY
      *  1000-INITIALIZE - OPEN FILES                                  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1080-READ-CYCLE-DATE THRU 1080-EXIT
           OPEN INPUT  TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = '00'
               DISPLAY 'MODESPLT ABEND - TEXTIN OPEN FAILED, STATUS '
       1000-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE OPEN NIGHTLY CYCLE'S, NOT THE
      *    CLOCK'S, SO EVERY STEP OF ONE NIGHT AGREES ON IT WHEREVER
      *    MIDNIGHT FALLS.  NO OPEN CYCLE MEANS THE STREAM WAS NOT
      *    STARTED BY CYCLCTL - STOP BEFORE SPLITTING ANYTHING.
       1080-READ-CYCLE-DATE.
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'MODESPLT ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           IF NOT CY-CYCLE-OPEN
               DISPLAY 'MODESPLT ABEND - NO NIGHTLY CYCLE IS OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CYCLE DATE: ' CY-CYCLE-DATE.
       1080-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SPLIT-TEXT-IN - PRIMING READ / ROUTE LOOP                *
      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-STAMP-CYCLE-STEP THRU 9100-EXIT
           CLOSE TEXT-IN-FILE
           CLOSE ENC-OUT-FILE
           CLOSE DEC-OUT-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

      *    MARK THIS STEP FINISHED ON THE CYCLE, WITH ITS RETURN CODE,
      *    SO CYCLCTL CLOSES THE NIGHT ONLY WHEN EVERY STEP HAS.
       9100-STAMP-CYCLE-STEP.
           MOVE 'Y'         TO CY-STEP-DONE(3)
           MOVE RETURN-CODE TO CY-STEP-RC(3)
           REWRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.
       9100-EXIT.
           EXIT.
