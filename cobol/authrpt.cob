      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : AUTHRPT                                          *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  MONTHLY EXCEPTION REPORT OF ATTEMPTED USE OF A    *
      *  KEY BY A SENDER NOT AUTHORIZED FOR IT.  READS THE ATTEMPT     *
      *  LOG (CBAUTLOG) THAT EDITIN, EDITFIX AND RUSHRUN WRITE FOR     *
      *  EVERY MESSAGE THEY REJECT E011, AND PRODUCES TWO SECTIONS:    *
      *    - EVERY ATTEMPT IN THE MONTH, IN DATE ORDER, WITH THE       *
      *      PROGRAM THAT STOPPED IT                                   *
      *    - ATTEMPTS BY SENDING AREA AND KEY-ID, WITH A COUNT PER     *
      *      MODE AND A TOTAL, IN SENDER / KEY-ID ORDER                *
      *  PARM='YYYYMM' NAMES THE REPORT MONTH (DEFAULT THE PREVIOUS    *
      *  CALENDAR MONTH); PARM='YYYYMM,N' ALSO SETS THE PREFIX LENGTH  *
      *  THAT IDENTIFIES A SENDING AREA (1-6, DEFAULT 3).  ENDS WITH   *
      *  RETURN CODE 4 WHEN THE MONTH HAD ANY ATTEMPT, SO THE SECURITY *
      *  OFFICE CANNOT MISS ONE.  A SUMMARY ROW THAT WILL NOT FIT ITS  *
      *  TABLE ENDS THE STEP RC=16 RATHER THAN REPORT SHORT.           *
      *  READ-ONLY AGAINST THE LOG.                                    *
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
       PROGRAM-ID.    AUTHRPT.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    KEYED UNAUTHORIZED-ATTEMPT LOG, READ-ONLY
           SELECT AUTH-LOG-FILE ASSIGN TO "AUTHLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-LOG-KEY
               FILE STATUS IS WS-AUTHLOG-STATUS.

      *    EXCEPTION REPORT, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUTH-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBAUTLOG.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
               88  LOG-EOF                     VALUE 'Y'.
           05  WS-NO-LOG-SW                PIC X(01) VALUE 'N'.
               88  WS-NO-LOG                   VALUE 'Y'.
           05  WS-ROW-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-ROW-FOUND                VALUE 'Y'.
           05  WS-SLOT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND               VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-AUTHLOG-STATUS           PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-ATTEMPT-COUNT            PIC 9(07) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(07).

      *----------------------------------------------------------------
      *    REPORT MONTH AND THE PREFIX LENGTH
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-RPT-MONTH                PIC 9(06).
           05  WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.
               10  WS-RPT-YEAR             PIC 9(04).
               10  WS-RPT-MM               PIC 9(02).
           05  WS-PREFIX-LEN               PIC 9(01) VALUE 3.

      *----------------------------------------------------------------
      *    SUMMARY TABLE - ONE ROW PER SENDING AREA / KEY-ID, KEPT IN
      *    KEY ORDER AS ROWS ARE ADDED.  A FULL TABLE STOPS THE RUN -
      *    A SENDER LEFT OFF THE REPORT WOULD LOOK CLEAN WHEN IT IS
      *    NOT.
      *----------------------------------------------------------------
       01  WS-SUMMARY-TABLE-AREA.
           05  WS-SUMMARY-COUNT            PIC 9(05) COMP VALUE 0.
           05  WS-SUMMARY-TABLE OCCURS 500 TIMES INDEXED BY SM-IDX.
               10  SM-KEY.
                   15  SM-SENDER           PIC X(06).
                   15  SM-KEY-ID           PIC X(06).
               10  SM-ENCRYPT-COUNT        PIC 9(07) COMP.
               10  SM-DECRYPT-COUNT        PIC 9(07) COMP.
               10  SM-SOLVE-COUNT          PIC 9(07) COMP.
               10  SM-TOTAL                PIC 9(07) COMP.

      *----------------------------------------------------------------
      *    WORK FIELDS
      *----------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05  WS-ROW-SUB                  PIC 9(05) COMP.
           05  WS-HIT-SUB                  PIC 9(05) COMP.
           05  WS-SHIFT-SUB                PIC 9(05) COMP.
           05  WS-WANT-KEY.
               10  WS-WANT-SENDER          PIC X(06).
               10  WS-WANT-KEY-ID          PIC X(06).

      *----------------------------------------------------------------
      *    REPORT LINE LAYOUTS
      *----------------------------------------------------------------
       01  WS-ATTEMPT-HEADING.
           05  FILLER                      PIC X(09) VALUE 'DATE'.
           05  FILLER                      PIC X(08) VALUE 'STOPPED'.
           05  FILLER                      PIC X(07) VALUE 'MSG-ID'.
           05  FILLER                      PIC X(07) VALUE 'KEY-ID'.
           05  FILLER                      PIC X(02) VALUE 'M'.
           05  FILLER                      PIC X(02) VALUE 'C'.
           05  FILLER                      PIC X(08) VALUE 'MSG-DATE'.
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  WS-ATTEMPT-LINE.
           05  WS-AL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-SOURCE                PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-MESSAGE-ID            PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-KEY-ID                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-MODE                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-CIPHER-TYPE           PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AL-MSG-DATE              PIC 9(08).
           05  FILLER                      PIC X(37) VALUE SPACES.

      *    HOLDS A PRE-BUILT TEXT LINE ACROSS THE BLANK LINE BEFORE IT
       01  WS-SAVE-LINE                    PIC X(80).

       01  WS-SUMMARY-HEADING.
           05  FILLER                      PIC X(07) VALUE 'SENDER'.
           05  FILLER                      PIC X(07) VALUE 'KEY-ID'.
           05  FILLER                      PIC X(08) VALUE ' ENCRYPT'.
           05  FILLER                      PIC X(08) VALUE ' DECRYPT'.
           05  FILLER                      PIC X(08) VALUE '   SOLVE'.
           05  FILLER                      PIC X(08) VALUE '   TOTAL'.
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-SENDER                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-KEY-ID                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-ENCRYPT               PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-DECRYPT               PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-SOLVE                 PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-TOTAL                 PIC Z(06)9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       LINKAGE SECTION.

      *    STANDARD EXEC-PARM RECEIVING AREA - REPORT MONTH AND PREFIX
      *    LENGTH, AS PASSED BY EXEC PGM=AUTHRPT,PARM='YYYYMM,N'.
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
           IF NOT WS-NO-LOG
               PERFORM 2000-LIST-ATTEMPTS THRU 2000-EXIT
           END-IF
           PERFORM 3000-REPORT-SUMMARY THRU 3000-EXIT
           PERFORM 8500-PRODUCE-TOTALS THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - PARM, OPEN FILES, REPORT TITLE              *
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
           OPEN INPUT AUTH-LOG-FILE
      *    A LOG NOTHING HAS EVER BEEN WRITTEN TO OPENS WITH STATUS
      *    35 - NO ATTEMPT HAS EVER BEEN MADE.
           IF WS-AUTHLOG-STATUS = '35'
               SET WS-NO-LOG TO TRUE
           ELSE
               IF WS-AUTHLOG-STATUS NOT = '00'
                   DISPLAY 'AUTHRPT ABEND - AUTHLOG OPEN FAILED, '
                       'STATUS ' WS-AUTHLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'UNAUTHORIZED KEY-USE ATTEMPTS - MONTH '
                  WS-RPT-MONTH
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'SENDING AREA = FIRST ' WS-PREFIX-LEN
                  ' CHARACTERS OF THE MESSAGE ID'
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           MOVE 'STOPPED BY: NIGHTLY = EDITIN, EDITFIX, RUSH = RUSHRUN'
               TO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           IF WS-NO-LOG
               MOVE 'NO ATTEMPT LOG FILE - NOTHING TO REPORT'
                   TO REPORT-RECORD
               PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LIST-ATTEMPTS - POSITION AT THE FIRST DAY OF THE MONTH,  *
      *  LIST EACH ATTEMPT AND COUNT IT UNDER ITS SENDER AND KEY       *
      ******************************************************************
       2000-LIST-ATTEMPTS.
           MOVE '===== ATTEMPTS IN THE MONTH =====' TO REPORT-RECORD
           PERFORM 8100-EMIT-TEXT-LINE-KEEP THRU 8100-EXIT
           WRITE REPORT-RECORD FROM WS-ATTEMPT-HEADING
           DISPLAY WS-ATTEMPT-HEADING
           MOVE LOW-VALUES TO AL-LOG-KEY
           MOVE WS-RPT-MONTH TO AL-ATTEMPT-DATE(1:6)
           MOVE '01' TO AL-ATTEMPT-DATE(7:2)
           START AUTH-LOG-FILE
               KEY IS NOT LESS THAN AL-LOG-KEY
               INVALID KEY
                   SET LOG-EOF TO TRUE
           END-START
           IF NOT LOG-EOF
               PERFORM 2100-READ-LOG THRU 2100-EXIT
           END-IF
           PERFORM 2200-LIST-LOOP THRU 2200-EXIT
               UNTIL LOG-EOF
           IF WS-ATTEMPT-COUNT = 0
               MOVE '  NO ATTEMPTS IN THE MONTH' TO REPORT-RECORD
               PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-LOG.
           READ AUTH-LOG-FILE NEXT RECORD
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ
           IF NOT LOG-EOF
              AND AL-ATTEMPT-DATE(1:6) > WS-RPT-MONTH
               SET LOG-EOF TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LIST-LOOP.
           PERFORM 2300-LIST-ONE-ATTEMPT THRU 2300-EXIT
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-LIST-ONE-ATTEMPT.
           ADD 1 TO WS-ATTEMPT-COUNT
           MOVE AL-ATTEMPT-DATE TO WS-AL-DATE
           EVALUATE TRUE
               WHEN AL-FROM-EDITIN
                   MOVE 'NIGHTLY' TO WS-AL-SOURCE
               WHEN AL-FROM-EDITFIX
                   MOVE 'EDITFIX' TO WS-AL-SOURCE
               WHEN AL-FROM-RUSHRUN
                   MOVE 'RUSH'    TO WS-AL-SOURCE
               WHEN OTHER
                   MOVE AL-SOURCE TO WS-AL-SOURCE
           END-EVALUATE
           MOVE AL-MESSAGE-ID  TO WS-AL-MESSAGE-ID
           MOVE AL-KEY-ID      TO WS-AL-KEY-ID
           MOVE AL-MODE        TO WS-AL-MODE
           MOVE AL-CIPHER-TYPE TO WS-AL-CIPHER-TYPE
           MOVE AL-MSG-DATE    TO WS-AL-MSG-DATE
           WRITE REPORT-RECORD FROM WS-ATTEMPT-LINE
           DISPLAY WS-ATTEMPT-LINE
           MOVE SPACES TO WS-WANT-SENDER
           MOVE AL-MESSAGE-ID(1:WS-PREFIX-LEN) TO WS-WANT-SENDER
           MOVE AL-KEY-ID TO WS-WANT-KEY-ID
           PERFORM 2400-COUNT-IN-ROW THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      *    FIND THE SUMMARY ROW FOR WS-WANT-KEY, OR OPEN ONE IN KEY
      *    ORDER, AND COUNT THE ATTEMPT UNDER ITS MODE
       2400-COUNT-IN-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           MOVE 'N' TO WS-SLOT-FOUND-SW
           PERFORM 2410-SCAN-SUMMARY-ROW THRU 2410-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-SUMMARY-COUNT
                  OR WS-ROW-FOUND
                  OR WS-SLOT-FOUND
           IF NOT WS-ROW-FOUND
               PERFORM 2450-OPEN-SUMMARY-ROW THRU 2450-EXIT
           END-IF
           EVALUATE AL-MODE
               WHEN 'E'
                   ADD 1 TO SM-ENCRYPT-COUNT(WS-HIT-SUB)
               WHEN 'D'
                   ADD 1 TO SM-DECRYPT-COUNT(WS-HIT-SUB)
               WHEN 'S'
                   ADD 1 TO SM-SOLVE-COUNT(WS-HIT-SUB)
           END-EVALUATE
           ADD 1 TO SM-TOTAL(WS-HIT-SUB).
       2400-EXIT.
           EXIT.

      *    STOP AT THE ROW ITSELF, OR AT THE FIRST ROW THAT SORTS
      *    AFTER IT - THAT IS WHERE A NEW ROW GOES
       2410-SCAN-SUMMARY-ROW.
           IF SM-KEY(WS-ROW-SUB) = WS-WANT-KEY
               SET WS-ROW-FOUND TO TRUE
               MOVE WS-ROW-SUB TO WS-HIT-SUB
           ELSE
               IF SM-KEY(WS-ROW-SUB) > WS-WANT-KEY
                   SET WS-SLOT-FOUND TO TRUE
                   MOVE WS-ROW-SUB TO WS-HIT-SUB
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

       2450-OPEN-SUMMARY-ROW.
           IF WS-SUMMARY-COUNT = 500
               DISPLAY 'AUTHRPT ABEND - SUMMARY TABLE FULL AT 500 ROWS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-SLOT-FOUND
               COMPUTE WS-HIT-SUB = WS-SUMMARY-COUNT + 1
           END-IF
           PERFORM 2460-SHIFT-ROW-DOWN THRU 2460-EXIT
               VARYING WS-SHIFT-SUB FROM WS-SUMMARY-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-HIT-SUB
           ADD 1 TO WS-SUMMARY-COUNT
           MOVE WS-WANT-KEY TO SM-KEY(WS-HIT-SUB)
           MOVE 0 TO SM-ENCRYPT-COUNT(WS-HIT-SUB)
           MOVE 0 TO SM-DECRYPT-COUNT(WS-HIT-SUB)
           MOVE 0 TO SM-SOLVE-COUNT(WS-HIT-SUB)
           MOVE 0 TO SM-TOTAL(WS-HIT-SUB).
       2450-EXIT.
           EXIT.

       2460-SHIFT-ROW-DOWN.
           MOVE WS-SUMMARY-TABLE(WS-SHIFT-SUB)
               TO WS-SUMMARY-TABLE(WS-SHIFT-SUB + 1).
       2460-EXIT.
           EXIT.

      ******************************************************************
      *  3000-REPORT-SUMMARY - ONE LINE PER SENDING AREA / KEY-ID      *
      ******************************************************************
       3000-REPORT-SUMMARY.
           MOVE '===== ATTEMPTS BY SENDING AREA AND KEY =====' TO
               REPORT-RECORD
           PERFORM 8100-EMIT-TEXT-LINE-KEEP THRU 8100-EXIT
           WRITE REPORT-RECORD FROM WS-SUMMARY-HEADING
           DISPLAY WS-SUMMARY-HEADING
           PERFORM 3100-EMIT-SUMMARY-ROW THRU 3100-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-SUMMARY-COUNT
           IF WS-SUMMARY-COUNT = 0
               MOVE '  NO ATTEMPTS IN THE MONTH' TO REPORT-RECORD
               PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-EMIT-SUMMARY-ROW.
           MOVE SM-SENDER(WS-ROW-SUB)        TO WS-SL-SENDER
           MOVE SM-KEY-ID(WS-ROW-SUB)        TO WS-SL-KEY-ID
           MOVE SM-ENCRYPT-COUNT(WS-ROW-SUB) TO WS-SL-ENCRYPT
           MOVE SM-DECRYPT-COUNT(WS-ROW-SUB) TO WS-SL-DECRYPT
           MOVE SM-SOLVE-COUNT(WS-ROW-SUB)   TO WS-SL-SOLVE
           MOVE SM-TOTAL(WS-ROW-SUB)         TO WS-SL-TOTAL
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           DISPLAY WS-SUMMARY-LINE.
       3100-EXIT.
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
      *  8500-PRODUCE-TOTALS - RUN TOTALS AND THE RETURN CODE          *
      ******************************************************************
       8500-PRODUCE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOG RECORDS READ        : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8100-EMIT-TEXT-LINE-KEEP THRU 8100-EXIT
           MOVE WS-ATTEMPT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'ATTEMPTS IN THE MONTH   : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           MOVE WS-SUMMARY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'SENDER / KEY PAIRS      : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8000-EMIT-REPORT-LINE THRU 8000-EXIT
           IF WS-ATTEMPT-COUNT > 0
               DISPLAY 'UNAUTHORIZED ATTEMPTS IN THE MONTH - ENDING '
                   'WITH RETURN CODE 4'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8500-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-NO-LOG
               CLOSE AUTH-LOG-FILE
           END-IF
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
