      *                    BLANKET FALSE BREAK.  OPERATIONS PASSES     *
      *                    THE CYCLE DATE ON A POST-MIDNIGHT RUN OR    *
      *                    RERUN.                                      *
      *  2026-10-15  DLC  THE AUDIT DATE IS THE NIGHTLY CYCLE DATE     *
      *                    (CBCYCLE) - THE SAME DATE ENCODE JOURNALED  *
      *                    AND ARCHLOAD KEYED UNDER - SO OPERATIONS NO *
      *                    LONGER KEYS PARM='YYYYMMDD' AFTER MIDNIGHT; *
      *                    THE PARM IS GONE. THE STEP MARKS ITSELF     *
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
           05  WS-AUDIT-IN-STATUS          PIC X(02) VALUE '00'.
           05  WS-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN DATE - THE KEY DATE ARCHLOAD STAMPED TONIGHT'S ROWS
      *    WITH, AND THE JOURNAL DATE TONIGHT'S ENTRIES CARRY - THE
      *    NIGHTLY CYCLE DATE.
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-AUDIT-DATE-YYYYMMDD      PIC 9(08).

      *----------------------------------------------------------------
           05  WS-COUNT-DISPLAY-2          PIC 9(07).
           05  WS-COUNT-DISPLAY-3          PIC 9(07).

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      *  1000-INITIALIZE - OPEN FILES                                  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1080-READ-CYCLE-DATE THRU 1080-EXIT
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'RUNAUDIT ABEND - JRNLIN OPEN FAILED, STATUS '
       1000-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE OPEN NIGHTLY CYCLE'S, NOT THE
      *    CLOCK'S, SO EVERY STEP OF ONE NIGHT AGREES ON IT WHEREVER
      *    MIDNIGHT FALLS.  NO OPEN CYCLE MEANS THE STREAM WAS NOT
      *    STARTED BY CYCLCTL - STOP BEFORE AUDITING ANYTHING.
       1080-READ-CYCLE-DATE.
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'RUNAUDIT ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           IF NOT CY-CYCLE-OPEN
               DISPLAY 'RUNAUDIT ABEND - NO NIGHTLY CYCLE IS OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CY-CYCLE-DATE TO WS-AUDIT-DATE-YYYYMMDD
           DISPLAY 'CYCLE DATE: ' CY-CYCLE-DATE.
       1080-EXIT.
           EXIT.

      ******************************************************************
      *  2000-TALLY-JOURNAL - TALLY TONIGHT'S OUTPUT COUNTS PER MODE.  *
      *  ONLY THE NIGHTLY ENCRYPT/DECRYPT/SOLVE PARAGRAPHS COUNT -     *
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-STAMP-CYCLE-STEP THRU 9100-EXIT
           CLOSE JOURNAL-FILE
           CLOSE AUDIT-IN-FILE
           CLOSE ARCHIVE-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

      *    MARK THIS STEP FINISHED ON THE CYCLE, WITH ITS RETURN CODE,
      *    SO CYCLCTL CLOSES THE NIGHT ONLY WHEN EVERY STEP HAS.
       9100-STAMP-CYCLE-STEP.
           MOVE 'Y'         TO CY-STEP-DONE(9)
           MOVE RETURN-CODE TO CY-STEP-RC(9)
           REWRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.
       9100-EXIT.
           EXIT.
