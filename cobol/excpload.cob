      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : EXCPLOAD                                         *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  APPENDS THE NIGHT'S ENCODE EXCEPTIONS (CBEXCPT)   *
      *  TO THE KEYED EXCEPTION HISTORY FILE (CBEXHIST).  RUNS IN      *
      *  ENCDJOB AFTER SOLVE, READING THE ENCRYPT, DECRYPT AND SOLVE   *
      *  EXCPTOUT FILES FROM THEIR OWN DDS SO EACH ROW KEEPS ITS MODE, *
      *  AND STAMPING EVERY ROW WITH THE NIGHTLY CYCLE DATE.  A RERUN  *
      *  OF THE STEP REWRITES THE ROWS IT ALREADY LOADED INSTEAD OF    *
      *  DUPLICATING THEM, SO A RESTARTED JOB IS SAFE.  THE HISTORY IS *
      *  WHAT EXCPRPT SUMMARIZES FOR THE SENDER DATA-QUALITY REPORT.   *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXCPLOAD.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE NIGHT'S ENCRYPT STEP EXCEPTIONS
           SELECT EXCPT-ENC-FILE ASSIGN TO "EXCPTENC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPT-ENC-STATUS.

      *    THE NIGHT'S DECRYPT STEP EXCEPTIONS
           SELECT EXCPT-DEC-FILE ASSIGN TO "EXCPTDEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPT-DEC-STATUS.

      *    THE NIGHT'S SOLVE STEP EXCEPTIONS
           SELECT EXCPT-SOL-FILE ASSIGN TO "EXCPTSOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPT-SOL-STATUS.

      *    KEYED EXCEPTION HISTORY, ACCUMULATED ACROSS NIGHTS
           SELECT EXCEPTION-HISTORY-FILE ASSIGN TO "EXCPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-HISTORY-KEY
               FILE STATUS IS WS-EXCPHIST-STATUS.

      *    NIGHTLY CYCLE CONTROL - BUSINESS DATE AND STEP STATUS
           SELECT CYCLE-FILE ASSIGN TO "CYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EXCPT-ENC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EXCPT-ENC-RECORD                PIC X(80).

       FD  EXCPT-DEC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EXCPT-DEC-RECORD                PIC X(80).

       FD  EXCPT-SOL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EXCPT-SOL-RECORD                PIC X(80).

       FD  EXCEPTION-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBEXHIST.

       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBCYCLE.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EXCPT-EOF-SW             PIC X(01) VALUE 'N'.
               88  EXCPT-EOF                   VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-EXCPT-ENC-STATUS         PIC X(02) VALUE '00'.
           05  WS-EXCPT-DEC-STATUS         PIC X(02) VALUE '00'.
           05  WS-EXCPT-SOL-STATUS         PIC X(02) VALUE '00'.
           05  WS-EXCPHIST-STATUS          PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - ONE SET PER MODE (E, D, S)
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-MODE-COUNTERS OCCURS 3 TIMES.
               10  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
               10  WS-LOADED-COUNT         PIC 9(07) COMP VALUE 0.
               10  WS-REPLACED-COUNT       PIC 9(07) COMP VALUE 0.

      *----------------------------------------------------------------
      *    MODE BEING LOADED AND ITS CODE ON THE HISTORY KEY
      *----------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05  WS-MODE-SUB                 PIC 9(01) COMP.
           05  WS-MODE-CODE-LIST           PIC X(03) VALUE 'EDS'.
           05  WS-MODE-NAME-LIST.
               10  FILLER                  PIC X(07) VALUE 'ENCRYPT'.
               10  FILLER                  PIC X(07) VALUE 'DECRYPT'.
               10  FILLER                  PIC X(07) VALUE 'SOLVE'.
           05  WS-MODE-NAME-TABLE REDEFINES WS-MODE-NAME-LIST.
               10  WS-MODE-NAME            PIC X(07) OCCURS 3 TIMES.

      *    THE EXCEPTION JUST READ, WHICHEVER FILE IT CAME FROM
           COPY CBEXCPT.

      *----------------------------------------------------------------
      *    CYCLE DATE - STAMPED INTO EVERY HISTORY KEY
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-MODE THRU 2000-EXIT
               VARYING WS-MODE-SUB FROM 1 BY 1
               UNTIL WS-MODE-SUB > 3
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES                                  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1080-READ-CYCLE-DATE THRU 1080-EXIT
           OPEN INPUT EXCPT-ENC-FILE
           IF WS-EXCPT-ENC-STATUS NOT = '00'
               DISPLAY 'EXCPLOAD ABEND - EXCPTENC OPEN FAILED, STATUS '
                   WS-EXCPT-ENC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EXCPT-DEC-FILE
           IF WS-EXCPT-DEC-STATUS NOT = '00'
               DISPLAY 'EXCPLOAD ABEND - EXCPTDEC OPEN FAILED, STATUS '
                   WS-EXCPT-DEC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EXCPT-SOL-FILE
           IF WS-EXCPT-SOL-STATUS NOT = '00'
               DISPLAY 'EXCPLOAD ABEND - EXCPTSOL OPEN FAILED, STATUS '
                   WS-EXCPT-SOL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EXCEPTION-HISTORY-FILE
           IF WS-EXCPHIST-STATUS = '35'
      *        FIRST LOAD EVER - BUILD THE HISTORY FROM EMPTY
               OPEN OUTPUT EXCEPTION-HISTORY-FILE
           END-IF
           IF WS-EXCPHIST-STATUS NOT = '00'
               DISPLAY 'EXCPLOAD ABEND - EXCPHIST OPEN FAILED, STATUS '
                   WS-EXCPHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE OPEN NIGHTLY CYCLE'S, NOT THE
      *    CLOCK'S, SO EVERY STEP OF ONE NIGHT AGREES ON IT WHEREVER
      *    MIDNIGHT FALLS.  NO OPEN CYCLE MEANS THE STREAM WAS NOT
      *    STARTED BY CYCLCTL - STOP BEFORE DATING ANY HISTORY ROW.
       1080-READ-CYCLE-DATE.
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'EXCPLOAD ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           IF NOT CY-CYCLE-OPEN
               DISPLAY 'EXCPLOAD ABEND - NO NIGHTLY CYCLE IS OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CY-CYCLE-DATE TO WS-CURR-DATE-YYYYMMDD
           DISPLAY 'CYCLE DATE: ' CY-CYCLE-DATE.
       1080-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-ONE-MODE - PRIMING READ / LOAD LOOP FOR ONE MODE'S  *
      *  EXCPTOUT FILE                                                 *
      ******************************************************************
       2000-LOAD-ONE-MODE.
           MOVE 'N' TO WS-EXCPT-EOF-SW
           PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT
           PERFORM 2200-LOAD-LOOP THRU 2200-EXIT
               UNTIL EXCPT-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-EXCEPTION.
           EVALUATE WS-MODE-SUB
               WHEN 1
                   READ EXCPT-ENC-FILE INTO EXCEPTION-RECORD
                       AT END
                           SET EXCPT-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ EXCPT-DEC-FILE INTO EXCEPTION-RECORD
                       AT END
                           SET EXCPT-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ EXCPT-SOL-FILE INTO EXCEPTION-RECORD
                       AT END
                           SET EXCPT-EOF TO TRUE
                   END-READ
           END-EVALUATE
           IF NOT EXCPT-EOF
               ADD 1 TO WS-READ-COUNT(WS-MODE-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-LOOP.
           PERFORM 2300-LOAD-ONE-EXCEPTION THRU 2300-EXIT
           PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-LOAD-ONE-EXCEPTION - BUILD THE HISTORY RECORD AND WRITE  *
      *  IT; A KEY ALREADY PRESENT (RERUN OF A RESTARTED JOB) IS       *
      *  REWRITTEN WITH TONIGHT'S EXCEPTION                            *
      ******************************************************************
       2300-LOAD-ONE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-HISTORY-RECORD
           MOVE WS-CURR-DATE-YYYYMMDD TO EH-RUN-DATE
           MOVE WS-MODE-CODE-LIST(WS-MODE-SUB:1) TO EH-MODE
           MOVE WS-READ-COUNT(WS-MODE-SUB) TO EH-SEQUENCE
           MOVE EXCEPTION-RECORD TO EH-EXCEPTION-RECORD
           WRITE EXCEPTION-HISTORY-RECORD
               INVALID KEY
                   REWRITE EXCEPTION-HISTORY-RECORD
                   ADD 1 TO WS-REPLACED-COUNT(WS-MODE-SUB)
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT(WS-MODE-SUB)
           END-WRITE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY                                          *
      ******************************************************************
       8000-PRODUCE-SUMMARY.
           DISPLAY ' '
           DISPLAY '===== EXCPLOAD RUN SUMMARY ====='
           PERFORM 8100-SUMMARIZE-ONE-MODE THRU 8100-EXIT
               VARYING WS-MODE-SUB FROM 1 BY 1
               UNTIL WS-MODE-SUB > 3.
       8000-EXIT.
           EXIT.

       8100-SUMMARIZE-ONE-MODE.
           DISPLAY WS-MODE-NAME(WS-MODE-SUB) ' EXCEPTIONS READ  : '
               WS-READ-COUNT(WS-MODE-SUB)
           DISPLAY WS-MODE-NAME(WS-MODE-SUB) ' HISTORY NEW      : '
               WS-LOADED-COUNT(WS-MODE-SUB)
           DISPLAY WS-MODE-NAME(WS-MODE-SUB) ' REPLACED ON RERUN: '
               WS-REPLACED-COUNT(WS-MODE-SUB).
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-STAMP-CYCLE-STEP THRU 9100-EXIT
           CLOSE EXCPT-ENC-FILE
           CLOSE EXCPT-DEC-FILE
           CLOSE EXCPT-SOL-FILE
           CLOSE EXCEPTION-HISTORY-FILE.
       9000-EXIT.
           EXIT.

      *    MARK THIS STEP FINISHED ON THE CYCLE, WITH ITS RETURN CODE,
      *    SO CYCLCTL CLOSES THE NIGHT ONLY WHEN EVERY STEP HAS.
       9100-STAMP-CYCLE-STEP.
           MOVE 'Y'         TO CY-STEP-DONE(11)
           MOVE RETURN-CODE TO CY-STEP-RC(11)
           REWRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.
       9100-EXIT.
           EXIT.
