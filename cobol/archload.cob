      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-08-22  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  ARCHIVE ROWS ARE DATED WITH THE NIGHTLY      *
      *                    CYCLE DATE (CBCYCLE) INSTEAD OF THE CLOCK,  *
      *                    SO A LOAD AFTER MIDNIGHT FILES UNDER THE    *
      *                    RIGHT NIGHT; THE STEP MARKS ITSELF FINISHED *
      *                    ON THE CYCLE.                               *
      *  2026-10-15  DLC  CARRY THE RUSHRUN RESULT FLAG ONTO THE       *
      *                    ARCHIVE ROW FOR THE MONTHLY CHARGEBACK.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS AR-ARCHIVE-KEY
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *    NIGHTLY CYCLE CONTROL - BUSINESS DATE AND STEP STATUS
           SELECT CYCLE-FILE ASSIGN TO "CYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY CBARCH.

       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBCYCLE.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-ARCH-IN-STATUS           PIC X(02) VALUE '00'.
           05  WS-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS
           05  WS-REPLACED-COUNT           PIC 9(05) COMP VALUE 0.

      *----------------------------------------------------------------
      *    CYCLE DATE - STAMPED INTO EVERY ARCHIVE KEY
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).

       PROCEDURE DIVISION.
      *  1000-INITIALIZE - OPEN FILES                                  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1080-READ-CYCLE-DATE THRU 1080-EXIT
           OPEN INPUT ARCH-IN-FILE
           IF WS-ARCH-IN-STATUS NOT = '00'
               DISPLAY 'ARCHLOAD ABEND - ARCHIN OPEN FAILED, STATUS '
       1000-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE OPEN NIGHTLY CYCLE'S, NOT THE
      *    CLOCK'S, SO EVERY STEP OF ONE NIGHT AGREES ON IT WHEREVER
      *    MIDNIGHT FALLS.  NO OPEN CYCLE MEANS THE STREAM WAS NOT
      *    STARTED BY CYCLCTL - STOP BEFORE DATING ANY ARCHIVE ROW.
       1080-READ-CYCLE-DATE.
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'ARCHLOAD ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           IF NOT CY-CYCLE-OPEN
               DISPLAY 'ARCHLOAD ABEND - NO NIGHTLY CYCLE IS OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CY-CYCLE-DATE TO WS-CURR-DATE-YYYYMMDD
           DISPLAY 'CYCLE DATE: ' CY-CYCLE-DATE.
       1080-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-RESULTS - PRIMING READ / LOAD LOOP                  *
      ******************************************************************
           MOVE TO-BEST-CANDIDATE-FLAG TO AR-BEST-CANDIDATE-FLAG
           MOVE TO-SEGMENT-LAST-SW     TO AR-SEGMENT-LAST-SW
           MOVE TO-CHAR-POLICY         TO AR-CHAR-POLICY
           MOVE TO-RUSH-FLAG           TO AR-RUSH-FLAG
           MOVE SPACES TO ARCHIVE-RECORD(59:22)
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-RECORD
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-STAMP-CYCLE-STEP THRU 9100-EXIT
           CLOSE ARCH-IN-FILE
           CLOSE ARCHIVE-FILE.
       9000-EXIT.
           EXIT.

      *    MARK THIS STEP FINISHED ON THE CYCLE, WITH ITS RETURN CODE,
      *    SO CYCLCTL CLOSES THE NIGHT ONLY WHEN EVERY STEP HAS.
       9100-STAMP-CYCLE-STEP.
           MOVE 'Y'         TO CY-STEP-DONE(8)
           MOVE RETURN-CODE TO CY-STEP-RC(8)
           REWRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.
       9100-EXIT.
           EXIT.
