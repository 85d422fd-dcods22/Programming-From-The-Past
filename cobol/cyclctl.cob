      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : CYCLCTL                                          *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  OPENS AND CLOSES THE NIGHTLY CYCLE (CBCYCLE).     *
      *  ENCDJOB RUNS IT FIRST WITH PARM='OPEN' AND LAST WITH          *
      *  PARM='CLOSE'.  OPEN SETS THE CYCLE'S BUSINESS DATE - TODAY,   *
      *  OR THE DATE GIVEN AS PARM='OPEN,YYYYMMDD' WHEN THE STREAM IS  *
      *  STARTED AFTER MIDNIGHT FOR THE NIGHT BEFORE - AND CLEARS      *
      *  EVERY STEP SLOT; EVERY STEP OF THE STREAM THEN TAKES ITS DATE *
      *  FROM THE CYCLE AND STAMPS ITS SLOT AS IT FINISHES.  OPEN      *
      *  REFUSES (RC=16) WHILE AN EARLIER CYCLE IS STILL OPEN, AND     *
      *  WARNS (RC=4) WHEN THE DATE IS NOT LATER THAN THE LAST         *
      *  CYCLE'S.  CLOSE REFUSES (RC=12), LISTING THE STEPS STILL      *
      *  OUTSTANDING, UNLESS EVERY STEP FINISHED; THE CYCLE STAYS OPEN *
      *  FOR THE RESUBMIT TO COMPLETE.  A BAD PARM, OR CLOSE WITH NO   *
      *  CYCLE OPEN, ENDS RC=16.                                       *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  STEP SLOT 11 ADDED FOR THE EXCEPTION HISTORY *
      *                    LOAD (EXCPLOAD).                            *
      *  2026-10-15  DLC  PARM='OPEN,YYYYMMDD' IS EDITED AS A CALENDAR *
      *                    DATE - DAYS IN THE MONTH, WITH THE          *
      *                    LEAP-YEAR RULE, AS EDITIN EDITS             *
      *                    TI-MSG-DATE. AN IMPOSSIBLE DATE ENDS RC=16. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CYCLCTL.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    NIGHTLY CYCLE CONTROL - ONE RECORD, SEE CBCYCLE
           SELECT CYCLE-FILE ASSIGN TO "CYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

      *    CYCLE REPORT, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBCYCLE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-CYCLE-FOUND-SW           PIC X(01) VALUE 'N'.
               88  WS-CYCLE-FOUND              VALUE 'Y'.
           05  WS-CYCLE-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-CYCLE-FILE-OPEN          VALUE 'Y'.
           05  WS-FUNCTION-SW              PIC X(01) VALUE SPACE.
               88  WS-FUNCTION-OPEN            VALUE 'O'.
               88  WS-FUNCTION-CLOSE           VALUE 'C'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    COUNTERS
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-OUTSTANDING-COUNT        PIC 9(05) COMP VALUE 0.
           05  WS-STEP-SUB                 PIC 9(02) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(05).

      *----------------------------------------------------------------
      *    RUN DATE/TIME AND THE CYCLE DATE ASKED FOR
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).
           05  WS-CURR-TIME-HHMMSS         PIC 9(06).
           05  WS-NEW-CYCLE-DATE           PIC 9(08).
           05  WS-NEW-CYCLE-DATE-X REDEFINES WS-NEW-CYCLE-DATE.
               10  WS-NEW-YEAR             PIC 9(04).
               10  WS-NEW-MONTH            PIC 9(02).
               10  WS-NEW-DAY              PIC 9(02).
           05  WS-PRIOR-CYCLE-DATE         PIC 9(08) VALUE 0.
           05  WS-MONTH-DAYS               PIC 9(02).
           05  WS-LEAP-REM-4               PIC 9(04) COMP.
           05  WS-LEAP-REM-100             PIC 9(04) COMP.
           05  WS-LEAP-REM-400             PIC 9(04) COMP.
           05  WS-LEAP-QUOT                PIC 9(04) COMP.

      *    DAYS IN EACH MONTH OF A COMMON YEAR, JAN THRU DEC
       01  WS-MONTH-DAYS-LIST.
           05  FILLER  PIC 9(02) VALUE 31.
           05  FILLER  PIC 9(02) VALUE 28.
           05  FILLER  PIC 9(02) VALUE 31.
           05  FILLER  PIC 9(02) VALUE 30.
           05  FILLER  PIC 9(02) VALUE 31.
           05  FILLER  PIC 9(02) VALUE 30.
           05  FILLER  PIC 9(02) VALUE 31.
           05  FILLER  PIC 9(02) VALUE 31.
           05  FILLER  PIC 9(02) VALUE 30.
           05  FILLER  PIC 9(02) VALUE 31.
           05  FILLER  PIC 9(02) VALUE 30.
           05  FILLER  PIC 9(02) VALUE 31.

       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-DAYS-IN-MONTH            PIC 9(02) OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *    STEP NAMES, IN CY-STEP-TABLE SLOT ORDER
      *----------------------------------------------------------------
       01  WS-STEP-NAME-LIST.
           05  FILLER  PIC X(08) VALUE 'CKPTHKP '.
           05  FILLER  PIC X(08) VALUE 'EDIT    '.
           05  FILLER  PIC X(08) VALUE 'SPLIT   '.
           05  FILLER  PIC X(08) VALUE 'ENCRYPT '.
           05  FILLER  PIC X(08) VALUE 'VERIFY  '.
           05  FILLER  PIC X(08) VALUE 'DECRYPT '.
           05  FILLER  PIC X(08) VALUE 'SOLVE   '.
           05  FILLER  PIC X(08) VALUE 'ARCHIVE '.
           05  FILLER  PIC X(08) VALUE 'AUDIT   '.
           05  FILLER  PIC X(08) VALUE 'ROUTE   '.
           05  FILLER  PIC X(08) VALUE 'EXCPHIST'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
           05  WS-STEP-NAME                PIC X(08) OCCURS 11 TIMES.

      *----------------------------------------------------------------
      *    REPORT DETAIL LINE - ONE STEP SLOT
      *----------------------------------------------------------------
       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-STEP-NAME             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-STATE                 PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-RC-TAG                PIC X(03).
           05  WS-DL-RC                    PIC Z9.
           05  FILLER                      PIC X(50) VALUE SPACES.

       LINKAGE SECTION.

      *    STANDARD EXEC-PARM RECEIVING AREA - 'OPEN', 'OPEN,YYYYMMDD'
      *    OR 'CLOSE', AS PASSED BY EXEC PGM=CYCLCTL,PARM=.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH               PIC S9(04) COMP.
           05  LK-PARM-TEXT                 PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FUNCTION-OPEN
               PERFORM 2000-OPEN-CYCLE THRU 2000-EXIT
           ELSE
               PERFORM 3000-CLOSE-CYCLE THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - PARM, CLOCK, CURRENT CYCLE RECORD           *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURR-DATE-YYYYMMDD
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CURR-TIME-HHMMSS
           OPEN OUTPUT REPORT-FILE
           IF LK-PARM-LENGTH >= 5
              AND LK-PARM-TEXT(1:5) = 'CLOSE'
               SET WS-FUNCTION-CLOSE TO TRUE
           END-IF
           IF LK-PARM-LENGTH >= 4
              AND LK-PARM-TEXT(1:4) = 'OPEN'
               SET WS-FUNCTION-OPEN TO TRUE
               MOVE WS-CURR-DATE-YYYYMMDD TO WS-NEW-CYCLE-DATE
               IF LK-PARM-LENGTH >= 13
                   PERFORM 1100-EDIT-PARM-DATE THRU 1100-EXIT
               END-IF
           END-IF
           IF NOT WS-FUNCTION-OPEN AND NOT WS-FUNCTION-CLOSE
               MOVE 'CYCLCTL ABEND - PARM MUST BE OPEN OR CLOSE'
                   TO REPORT-RECORD
               PERFORM 8500-REPORT-LINE THRU 8500-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS = '00'
               SET WS-CYCLE-FILE-OPEN TO TRUE
               READ CYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CYCLE-FOUND TO TRUE
               END-READ
           ELSE
               IF WS-FUNCTION-CLOSE
                   DISPLAY 'CYCLCTL ABEND - CYCLE OPEN FAILED, STATUS '
                       WS-CYCLE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *    PARM='OPEN,YYYYMMDD' - THE CYCLE DATE MUST BE A REAL DATE.
       1100-EDIT-PARM-DATE.
           IF LK-PARM-TEXT(5:1) NOT = ','
              OR LK-PARM-TEXT(6:8) IS NOT NUMERIC
               GO TO 1190-BAD-PARM-DATE
           END-IF
           MOVE LK-PARM-TEXT(6:8) TO WS-NEW-CYCLE-DATE
           IF WS-NEW-YEAR < 1900 OR WS-NEW-YEAR > 2099
              OR WS-NEW-MONTH < 1 OR WS-NEW-MONTH > 12
               GO TO 1190-BAD-PARM-DATE
           END-IF
           MOVE WS-DAYS-IN-MONTH(WS-NEW-MONTH) TO WS-MONTH-DAYS
           IF WS-NEW-MONTH = 2
               PERFORM 1150-CHECK-LEAP-YEAR THRU 1150-EXIT
           END-IF
           IF WS-NEW-DAY < 1 OR WS-NEW-DAY > WS-MONTH-DAYS
               GO TO 1190-BAD-PARM-DATE
           END-IF
           GO TO 1100-EXIT.
       1190-BAD-PARM-DATE.
           MOVE SPACES TO REPORT-RECORD
           STRING 'CYCLCTL ABEND - CYCLE DATE NOT VALID: '
                  LK-PARM-TEXT(6:8)
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-REPORT-LINE THRU 8500-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1100-EXIT.
           EXIT.

      *    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      *    CENTURY YEAR, WHICH MUST BE DIVISIBLE BY 400.
       1150-CHECK-LEAP-YEAR.
           DIVIDE WS-NEW-YEAR BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-NEW-YEAR BY 100
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-NEW-YEAR BY 400
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-4 = 0
              AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 29 TO WS-MONTH-DAYS
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      *  2000-OPEN-CYCLE - REFUSE ON TOP OF AN OPEN CYCLE, ELSE START  *
      *  A FRESH ONE WITH EVERY STEP SLOT CLEAR                        *
      ******************************************************************
       2000-OPEN-CYCLE.
           IF WS-CYCLE-FOUND
               IF CY-CYCLE-OPEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'CYCLE ' CY-CYCLE-DATE ' IS STILL OPEN - '
                          'NEW CYCLE REFUSED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 8500-REPORT-LINE THRU 8500-EXIT
                   PERFORM 4000-LIST-STEPS THRU 4000-EXIT
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
               IF CY-CYCLE-DATE IS NUMERIC
                   MOVE CY-CYCLE-DATE TO WS-PRIOR-CYCLE-DATE
               END-IF
           END-IF
      *    THE NEW CYCLE REPLACES THE OLD RECORD OUTRIGHT
           IF WS-CYCLE-FILE-OPEN
               CLOSE CYCLE-FILE
           END-IF
           OPEN OUTPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'CYCLCTL ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-CYCLE-FILE-OPEN TO TRUE
           MOVE SPACES TO CYCLE-RECORD
           MOVE WS-NEW-CYCLE-DATE     TO CY-CYCLE-DATE
           MOVE 'O'                   TO CY-CYCLE-STATUS
           MOVE WS-CURR-DATE-YYYYMMDD TO CY-OPEN-DATE
           MOVE WS-CURR-TIME-HHMMSS   TO CY-OPEN-TIME
           MOVE 0 TO CY-CLOSE-DATE
           MOVE 0 TO CY-CLOSE-TIME
           PERFORM 2100-CLEAR-ONE-STEP THRU 2100-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 11
           WRITE CYCLE-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'CYCLE ' CY-CYCLE-DATE ' OPENED'
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-REPORT-LINE THRU 8500-EXIT
           IF WS-NEW-CYCLE-DATE NOT > WS-PRIOR-CYCLE-DATE
               MOVE SPACES TO REPORT-RECORD
               STRING 'WARNING - NOT LATER THAN THE LAST CYCLE, '
                      WS-PRIOR-CYCLE-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 8500-REPORT-LINE THRU 8500-EXIT
               MOVE 4 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CLEAR-ONE-STEP.
           MOVE SPACE TO CY-STEP-DONE(WS-STEP-SUB)
           MOVE 0     TO CY-STEP-RC(WS-STEP-SUB).
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CLOSE-CYCLE - ONLY A CYCLE WHOSE STEPS ALL FINISHED IS   *
      *  CLOSED; OTHERWISE IT STAYS OPEN FOR THE RESUBMIT              *
      ******************************************************************
       3000-CLOSE-CYCLE.
           IF NOT WS-CYCLE-FOUND
              OR NOT CY-CYCLE-OPEN
               MOVE 'CYCLCTL ABEND - NO CYCLE IS OPEN TO CLOSE'
                   TO REPORT-RECORD
               PERFORM 8500-REPORT-LINE THRU 8500-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'CYCLE ' CY-CYCLE-DATE ' - STEP STATUS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-REPORT-LINE THRU 8500-EXIT
           PERFORM 4000-LIST-STEPS THRU 4000-EXIT
           IF WS-OUTSTANDING-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-DISPLAY
               STRING 'CLOSE REFUSED - STEPS NOT FINISHED: '
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 8500-REPORT-LINE THRU 8500-EXIT
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 'C'                   TO CY-CYCLE-STATUS
           MOVE WS-CURR-DATE-YYYYMMDD TO CY-CLOSE-DATE
           MOVE WS-CURR-TIME-HHMMSS   TO CY-CLOSE-TIME
           REWRITE CYCLE-RECORD
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'CYCLCTL ABEND - CYCLE REWRITE FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'CYCLE ' CY-CYCLE-DATE ' CLOSED'
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-REPORT-LINE THRU 8500-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LIST-STEPS - ONE LINE PER STEP SLOT, COUNTING THE ONES   *
      *  STILL OUTSTANDING                                             *
      ******************************************************************
       4000-LIST-STEPS.
           MOVE 0 TO WS-OUTSTANDING-COUNT
           PERFORM 4100-LIST-ONE-STEP THRU 4100-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 11.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-STEP.
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-DL-STEP-NAME
           IF CY-STEP-FINISHED(WS-STEP-SUB)
               MOVE 'FINISHED'  TO WS-DL-STATE
               MOVE 'RC='       TO WS-DL-RC-TAG
               IF CY-STEP-RC(WS-STEP-SUB) IS NUMERIC
                   MOVE CY-STEP-RC(WS-STEP-SUB) TO WS-DL-RC
               ELSE
                   MOVE 0 TO WS-DL-RC
               END-IF
           ELSE
               MOVE 'OUTSTANDING' TO WS-DL-STATE
               MOVE SPACES        TO WS-DL-RC-TAG
               MOVE 0             TO WS-DL-RC
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 8500-REPORT-LINE THRU 8500-EXIT.
       4100-EXIT.
           EXIT.

      *    EVERY REPORT LINE GOES TO SYSOUT AS WELL
       8500-REPORT-LINE.
           WRITE REPORT-RECORD
           DISPLAY REPORT-RECORD.
       8500-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           IF WS-CYCLE-FILE-OPEN
               CLOSE CYCLE-FILE
           END-IF
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
