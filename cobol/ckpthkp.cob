      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-08-22  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  THE RETENTION CUTOFF IS COUNTED BACK FROM    *
      *                    THE NIGHTLY CYCLE DATE (CBCYCLE) INSTEAD OF *
      *                    THE CLOCK, AND THE STEP MARKS ITSELF        *
      *                    FINISHED ON THE CYCLE.                      *
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
       01  WS-FILE-STATUSES.
           05  WS-RESTART-STATUS           PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE AGING REPORT
       01  WS-RETENTION-AREA.
           05  WS-RETENTION-DAYS           PIC 9(03) VALUE 30.
           05  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).
           05  WS-DATE-INTEGER             PIC 9(08) COMP.

              AND LK-PARM-TEXT(1:3) IS NUMERIC
               MOVE LK-PARM-TEXT(1:3) TO WS-RETENTION-DAYS
           END-IF
           PERFORM 1080-READ-CYCLE-DATE THRU 1080-EXIT
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-YYYYMMDD)
               - WS-RETENTION-DAYS
       1000-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE OPEN NIGHTLY CYCLE'S, NOT THE
      *    CLOCK'S, SO EVERY STEP OF ONE NIGHT AGREES ON IT WHEREVER
      *    MIDNIGHT FALLS.  NO OPEN CYCLE MEANS THE STREAM WAS NOT
      *    STARTED BY CYCLCTL - STOP BEFORE AGING ANYTHING.
       1080-READ-CYCLE-DATE.
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'CKPTHKP ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           IF NOT CY-CYCLE-OPEN
               DISPLAY 'CKPTHKP ABEND - NO NIGHTLY CYCLE IS OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CY-CYCLE-DATE TO WS-CURR-DATE-YYYYMMDD
           DISPLAY 'CYCLE DATE: ' CY-CYCLE-DATE.
       1080-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SWEEP-CHECKPOINTS - PRIMING READ / SWEEP LOOP            *
      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-STAMP-CYCLE-STEP THRU 9100-EXIT
           IF NOT WS-NO-CKPT-FILE
               CLOSE RESTART-FILE
           END-IF
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

      *    MARK THIS STEP FINISHED ON THE CYCLE, WITH ITS RETURN CODE,
      *    SO CYCLCTL CLOSES THE NIGHT ONLY WHEN EVERY STEP HAS.
       9100-STAMP-CYCLE-STEP.
           MOVE 'Y'         TO CY-STEP-DONE(1)
           MOVE RETURN-CODE TO CY-STEP-RC(1)
           REWRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.
       9100-EXIT.
           EXIT.
