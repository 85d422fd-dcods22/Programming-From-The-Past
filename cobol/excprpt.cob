      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : EXCPRPT                                          *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  SENDER DATA-QUALITY REPORT OVER THE EXCEPTION     *
      *  HISTORY (CBEXHIST) THAT EXCPLOAD BUILDS NIGHTLY.  RUN AT      *
      *  MONTH-END, OR WHENEVER A SENDING AREA HAS TO BE SHOWN THE     *
      *  EVIDENCE.  COVERS THE SIX MONTHS ENDING WITH THE REPORT       *
      *  MONTH AND PRODUCES THREE SECTIONS, EACH WITH ONE COLUMN PER   *
      *  MONTH, A TOTAL AND THE TREND OF THE REPORT MONTH AGAINST THE  *
      *  MONTH BEFORE (UP, DOWN, FLAT, OR NEW WHEN THE MONTH BEFORE    *
      *  HAD NONE):                                                    *
      *    - EXCEPTIONS BY MESSAGE-ID PREFIX (SENDING AREA)            *
      *    - EXCEPTIONS BY OFFENDING CHARACTER                         *
      *    - EXCEPTIONS BY PARAGRAPH                                   *
      *  PARM='YYYYMM' NAMES THE REPORT MONTH (DEFAULT THE PREVIOUS    *
      *  CALENDAR MONTH); PARM='YYYYMM,N' ALSO SETS THE PREFIX LENGTH  *
      *  THAT IDENTIFIES A SENDING AREA (1-6, DEFAULT 3).  A SUMMARY   *
      *  ROW THAT WILL NOT FIT ITS TABLE ENDS THE STEP RC=16 RATHER    *
      *  THAN REPORT SHORT.  READ-ONLY AGAINST THE HISTORY.            *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  SECTION TITLES ARE HELD IN THEIR OWN SAVE    *
      *                    LINE, NO LONGER IN THE DETAIL LINE, WHOSE   *
      *                    SEPARATOR COLUMNS THEY WERE OVERWRITING.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXCPRPT.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    KEYED EXCEPTION HISTORY, READ-ONLY
           SELECT EXCEPTION-HISTORY-FILE ASSIGN TO "EXCPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-HISTORY-KEY
               FILE STATUS IS WS-EXCPHIST-STATUS.

      *    DATA-QUALITY REPORT, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EXCEPTION-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBEXHIST.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
               88  HISTORY-EOF                 VALUE 'Y'.
           05  WS-NO-HISTORY-SW            PIC X(01) VALUE 'N'.
               88  WS-NO-HISTORY               VALUE 'Y'.
           05  WS-ROW-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-ROW-FOUND                VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-EXCPHIST-STATUS          PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-WINDOW-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-SECTION-ROWS             PIC 9(05) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(07).

      *----------------------------------------------------------------
      *    REPORT MONTH, THE SIX-MONTH WINDOW AND THE PREFIX LENGTH
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-RPT-MONTH                PIC 9(06).
           05  WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.
               10  WS-RPT-YEAR             PIC 9(04).
               10  WS-RPT-MM               PIC 9(02).
           05  WS-WORK-MONTH               PIC 9(06).
           05  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
               10  WS-WORK-YEAR            PIC 9(04).
               10  WS-WORK-MM              PIC 9(02).
           05  WS-FIRST-MONTH              PIC 9(06).
           05  WS-FIRST-MONTH-NUMBER       PIC 9(07) COMP.
           05  WS-ROW-MONTH-NUMBER         PIC 9(07) COMP.
           05  WS-PREFIX-LEN               PIC 9(01) VALUE 3.

      *    MONTH COLUMNS, OLDEST FIRST - THE SIXTH IS THE REPORT MONTH
       01  WS-WINDOW-TABLE-AREA.
           05  WS-WINDOW-MONTH             PIC 9(06) OCCURS 6 TIMES.

      *----------------------------------------------------------------
      *    SUMMARY TABLE - ONE ROW PER PREFIX (P), CHARACTER (C) OR
      *    PARAGRAPH (G) SEEN IN THE WINDOW, WITH A COUNT PER MONTH
      *    COLUMN.  A FULL TABLE STOPS THE RUN - A SENDER LEFT OFF
      *    THE REPORT WOULD LOOK CLEAN WHEN IT IS NOT.
      *----------------------------------------------------------------
       01  WS-SUMMARY-TABLE-AREA.
           05  WS-SUMMARY-COUNT            PIC 9(05) COMP VALUE 0.
           05  WS-SUMMARY-TABLE OCCURS 2000 TIMES INDEXED BY SM-IDX.
               10  SM-CATEGORY             PIC X(01).
               10  SM-KEY                  PIC X(08).
               10  SM-MONTH-COUNT          PIC 9(07) COMP
                                           OCCURS 6 TIMES.
               10  SM-TOTAL                PIC 9(07) COMP.

      *----------------------------------------------------------------
      *    WORK FIELDS
      *----------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05  WS-MONTH-SUB                PIC S9(03) COMP.
           05  WS-ROW-SUB                  PIC 9(05) COMP.
           05  WS-HIT-SUB                  PIC 9(05) COMP.
           05  WS-WANT-CATEGORY            PIC X(01).
           05  WS-WANT-KEY                 PIC X(08).

      *----------------------------------------------------------------
      *    REPORT LINE LAYOUTS
      *----------------------------------------------------------------
       01  WS-COLUMN-HEADING.
           05  WS-CH-LABEL                 PIC X(09).
           05  WS-CH-MONTH-ENTRY OCCURS 6 TIMES.
               10  WS-CH-MONTH             PIC 9(06).
               10  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(07) VALUE '  TOTAL'.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(05) VALUE 'TREND'.
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-KEY                   PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-MONTH-ENTRY OCCURS 6 TIMES.
               10  WS-DL-MONTH-COUNT       PIC Z(05)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-TOTAL                 PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-TREND                 PIC X(04).
           05  FILLER                      PIC X(17) VALUE SPACES.

      *    HOLDS A PRE-BUILT TEXT LINE ACROSS THE BLANK LINE BEFORE IT
       01  WS-SAVE-LINE                    PIC X(80).

       LINKAGE SECTION.

      *    STANDARD EXEC-PARM RECEIVING AREA - REPORT MONTH AND PREFIX
      *    LENGTH, AS PASSED BY EXEC PGM=EXCPRPT,PARM='YYYYMM,N'.
      *    EITHER PART OMITTED OR INVALID TAKES ITS DEFAULT.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH               PIC S9(04) COMP.
           05  LK-PARM-TEXT                 PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-NO-HISTORY
               PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
           END-IF
           MOVE 'P' TO WS-WANT-CATEGORY
           MOVE 'PREFIX' TO WS-CH-LABEL
           MOVE '===== EXCEPTIONS BY SENDING AREA =====' TO
               REPORT-RECORD
           PERFORM 3000-REPORT-SECTION THRU 3000-EXIT
           MOVE 'C' TO WS-WANT-CATEGORY
           MOVE 'CHAR' TO WS-CH-LABEL
           MOVE '===== EXCEPTIONS BY OFFENDING CHARACTER ====='
               TO REPORT-RECORD
           PERFORM 3000-REPORT-SECTION THRU 3000-EXIT
           MOVE 'G' TO WS-WANT-CATEGORY
           MOVE 'PARAGRPH' TO WS-CH-LABEL
           MOVE '===== EXCEPTIONS BY PARAGRAPH =====' TO REPORT-RECORD
           PERFORM 3000-REPORT-SECTION THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - PARM, MONTH WINDOW, OPEN FILES              *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-RPT-MONTH
           IF WS-RPT-MM = 1
               MOVE 12 TO WS-RPT-MM
               SUBTRACT 1 FROM WS-RPT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-RPT-MM
           END-IF
           IF LK-PARM-LENGTH >= 6
              AND LK-PARM-TEXT(1:6) IS NUMERIC
              AND LK-PARM-TEXT(5:2) >= '01'
              AND LK-PARM-TEXT(5:2) <= '12'
               MOVE LK-PARM-TEXT(1:6) TO WS-RPT-MONTH
           END-IF
           IF LK-PARM-LENGTH >= 8
              AND LK-PARM-TEXT(7:1) = ','
              AND LK-PARM-TEXT(8:1) >= '1'
              AND LK-PARM-TEXT(8:1) <= '6'
               MOVE LK-PARM-TEXT(8:1) TO WS-PREFIX-LEN
           END-IF
      *    BUILD THE WINDOW BACKWARDS FROM THE REPORT MONTH
           MOVE WS-RPT-MONTH TO WS-WORK-MONTH
           PERFORM 1100-SET-WINDOW-MONTH THRU 1100-EXIT
               VARYING WS-MONTH-SUB FROM 6 BY -1
               UNTIL WS-MONTH-SUB = 0
           MOVE WS-WINDOW-MONTH(1) TO WS-FIRST-MONTH
           MOVE WS-FIRST-MONTH TO WS-WORK-MONTH
           COMPUTE WS-FIRST-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MM
           OPEN INPUT EXCEPTION-HISTORY-FILE
      *    A NEVER-LOADED HISTORY OPENS WITH STATUS 35 - THERE IS
      *    SIMPLY NOTHING TO REPORT YET.
           IF WS-EXCPHIST-STATUS = '35'
               SET WS-NO-HISTORY TO TRUE
           ELSE
               IF WS-EXCPHIST-STATUS NOT = '00'
                   DISPLAY 'EXCPRPT ABEND - EXCPHIST OPEN FAILED, '
                       'STATUS ' WS-EXCPHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'SENDER DATA-QUALITY REPORT - SIX MONTHS ENDING '
                  WS-RPT-MONTH
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'SENDING AREA = FIRST ' WS-PREFIX-LEN
                  ' CHARACTERS OF THE MESSAGE ID'
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           IF WS-NO-HISTORY
               MOVE 'NO EXCEPTION HISTORY FILE - NOTHING TO REPORT'
                   TO REPORT-RECORD
               PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SET-WINDOW-MONTH.
           MOVE WS-WORK-MONTH TO WS-WINDOW-MONTH(WS-MONTH-SUB)
           MOVE WS-WORK-MONTH TO WS-CH-MONTH(WS-MONTH-SUB)
           IF WS-WORK-MM = 1
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-ACCUMULATE-HISTORY - POSITION AT THE FIRST DAY OF THE    *
      *  WINDOW AND READ FORWARD TO THE END OF THE REPORT MONTH        *
      ******************************************************************
       2000-ACCUMULATE-HISTORY.
           MOVE LOW-VALUES TO EH-HISTORY-KEY
           MOVE WS-FIRST-MONTH TO EH-RUN-DATE(1:6)
           MOVE '01' TO EH-RUN-DATE(7:2)
           START EXCEPTION-HISTORY-FILE
               KEY IS NOT LESS THAN EH-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START
           IF HISTORY-EOF
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT
           PERFORM 2200-ACCUMULATE-LOOP THRU 2200-EXIT
               UNTIL HISTORY-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-HISTORY.
           READ EXCEPTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ
           IF NOT HISTORY-EOF
              AND EH-RUN-DATE(1:6) > WS-RPT-MONTH
               SET HISTORY-EOF TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ACCUMULATE-LOOP.
           PERFORM 2300-ACCUMULATE-ROW THRU 2300-EXIT
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *    ONE HISTORY ROW COUNTS ONCE IN EACH OF THE THREE SECTIONS,
      *    IN THE COLUMN FOR ITS RUN MONTH
       2300-ACCUMULATE-ROW.
           MOVE EH-RUN-DATE(1:6) TO WS-WORK-MONTH
           COMPUTE WS-ROW-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MM
           COMPUTE WS-MONTH-SUB =
               WS-ROW-MONTH-NUMBER - WS-FIRST-MONTH-NUMBER + 1
           IF WS-MONTH-SUB < 1 OR WS-MONTH-SUB > 6
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-WINDOW-COUNT
           MOVE 'P' TO WS-WANT-CATEGORY
           MOVE SPACES TO WS-WANT-KEY
           MOVE EH-MESSAGE-ID(1:WS-PREFIX-LEN) TO WS-WANT-KEY
           PERFORM 2400-COUNT-IN-ROW THRU 2400-EXIT
           MOVE 'C' TO WS-WANT-CATEGORY
           IF EH-CHARACTER = SPACE
               MOVE 'SPACE' TO WS-WANT-KEY
           ELSE
               MOVE SPACES TO WS-WANT-KEY
               MOVE QUOTE TO WS-WANT-KEY(1:1)
               MOVE EH-CHARACTER TO WS-WANT-KEY(2:1)
               MOVE QUOTE TO WS-WANT-KEY(3:1)
           END-IF
           PERFORM 2400-COUNT-IN-ROW THRU 2400-EXIT
           MOVE 'G' TO WS-WANT-CATEGORY
           MOVE EH-PARAGRAPH TO WS-WANT-KEY
           PERFORM 2400-COUNT-IN-ROW THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      *    FIND (OR ADD) THE SUMMARY ROW FOR WS-WANT-CATEGORY AND
      *    WS-WANT-KEY AND COUNT THE EXCEPTION IN ITS MONTH COLUMN
       2400-COUNT-IN-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           PERFORM 2410-SCAN-SUMMARY-ROW THRU 2410-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-SUMMARY-COUNT
                  OR WS-ROW-FOUND
           IF NOT WS-ROW-FOUND
               IF WS-SUMMARY-COUNT = 2000
                   DISPLAY 'EXCPRPT ABEND - SUMMARY TABLE FULL AT 2000 '
                       'ROWS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE WS-SUMMARY-COUNT TO WS-HIT-SUB
               MOVE WS-WANT-CATEGORY TO SM-CATEGORY(WS-HIT-SUB)
               MOVE WS-WANT-KEY      TO SM-KEY(WS-HIT-SUB)
               MOVE 0 TO SM-TOTAL(WS-HIT-SUB)
               PERFORM 2420-CLEAR-MONTH-COUNT THRU 2420-EXIT
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 6
           END-IF
           ADD 1 TO SM-MONTH-COUNT(WS-HIT-SUB, WS-MONTH-SUB)
           ADD 1 TO SM-TOTAL(WS-HIT-SUB).
       2400-EXIT.
           EXIT.

       2410-SCAN-SUMMARY-ROW.
           IF SM-CATEGORY(WS-ROW-SUB) = WS-WANT-CATEGORY
              AND SM-KEY(WS-ROW-SUB) = WS-WANT-KEY
               SET WS-ROW-FOUND TO TRUE
               MOVE WS-ROW-SUB TO WS-HIT-SUB
           END-IF.
       2410-EXIT.
           EXIT.

       2420-CLEAR-MONTH-COUNT.
           MOVE 0 TO SM-MONTH-COUNT(WS-HIT-SUB, WS-ROW-SUB).
       2420-EXIT.
           EXIT.

      ******************************************************************
      *  3000-REPORT-SECTION - THE SECTION TITLE IS ALREADY IN         *
      *  REPORT-RECORD; ONE LINE PER ROW OF WS-WANT-CATEGORY           *
      ******************************************************************
       3000-REPORT-SECTION.
           PERFORM 8100-EMIT-TEXT-LINE-KEEP THRU 8100-EXIT
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
           DISPLAY WS-COLUMN-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           PERFORM 3100-EMIT-SECTION-ROW THRU 3100-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-SUMMARY-COUNT
           IF WS-SECTION-ROWS = 0
               MOVE '  NO EXCEPTIONS IN THE PERIOD' TO REPORT-RECORD
               PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-EMIT-SECTION-ROW.
           IF SM-CATEGORY(WS-ROW-SUB) NOT = WS-WANT-CATEGORY
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-SECTION-ROWS
           MOVE SM-KEY(WS-ROW-SUB) TO WS-DL-KEY
           PERFORM 3110-MOVE-MONTH-COUNT THRU 3110-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 6
           MOVE SM-TOTAL(WS-ROW-SUB) TO WS-DL-TOTAL
      *    TREND IS THE REPORT MONTH AGAINST THE MONTH BEFORE IT
           EVALUATE TRUE
               WHEN SM-MONTH-COUNT(WS-ROW-SUB, 5) = 0
                AND SM-MONTH-COUNT(WS-ROW-SUB, 6) > 0
                   MOVE 'NEW'  TO WS-DL-TREND
               WHEN SM-MONTH-COUNT(WS-ROW-SUB, 6)
                  > SM-MONTH-COUNT(WS-ROW-SUB, 5)
                   MOVE 'UP'   TO WS-DL-TREND
               WHEN SM-MONTH-COUNT(WS-ROW-SUB, 6)
                  < SM-MONTH-COUNT(WS-ROW-SUB, 5)
                   MOVE 'DOWN' TO WS-DL-TREND
               WHEN OTHER
                   MOVE 'FLAT' TO WS-DL-TREND
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           DISPLAY WS-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       3110-MOVE-MONTH-COUNT.
           MOVE SM-MONTH-COUNT(WS-ROW-SUB, WS-MONTH-SUB)
               TO WS-DL-MONTH-COUNT(WS-MONTH-SUB).
       3110-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMIT-REPORT-LINE - WRITE AND DISPLAY ONE REPORT LINE     *
      ******************************************************************
       8000-EMIT-REPORT-LINE.
           WRITE REPORT-RECORD
           DISPLAY REPORT-RECORD.
       8000-EXIT.
           EXIT.

      *    BLANK LINE, THEN THE LINE ALREADY BUILT IN REPORT-RECORD
       8100-EMIT-TEXT-LINE-KEEP.
           MOVE REPORT-RECORD TO WS-SAVE-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           MOVE WS-SAVE-LINE TO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'HISTORY RECORDS READ    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8100-EMIT-TEXT-LINE-KEEP THRU 8100-EXIT
           MOVE WS-WINDOW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'EXCEPTIONS IN THE PERIOD: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           IF NOT WS-NO-HISTORY
               CLOSE EXCEPTION-HISTORY-FILE
           END-IF
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
