      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : CHRGBACK                                         *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  MONTH-END DEPARTMENTAL CHARGEBACK.  FINANCE       *
      *  RECOVERS THE CIPHER GROUP'S RUNNING COSTS FROM THE THREE      *
      *  REQUESTING DEPARTMENTS, AND JRNLRPT ONLY COUNTS BY            *
      *  PARAGRAPH.  THIS PROGRAM SWEEPS THE MESSAGE RESULT ARCHIVE    *
      *  (CBARCH) FOR ONE RUN-DATE MONTH (PARM='YYYYMM'; DEFAULT THE   *
      *  PREVIOUS CALENDAR MONTH).  EACH MESSAGE - ONE MESSAGE ID,     *
      *  RUN DATE AND MODE, HOWEVER MANY SEGMENTS - IS ASSIGNED TO ITS *
      *  DEPARTMENT BY THE ROUTING MASTER (CBROUTE, LONGEST MATCHING   *
      *  PREFIX WINS, EXACTLY AS ROUTEOUT ROUTES IT) AND PRICED FROM   *
      *  THE RATE TABLE (CBRATE) BY MODE, CIPHER TYPE AND SEGMENT      *
      *  COUNT, WITH THE RATE'S RUSH SURCHARGE ADDED FOR WORK RUSHRUN  *
      *  PRODUCED DURING THE DAY (AR-RUSH-FLAG).  WRITES ONE STATEMENT *
      *  PER DEPARTMENT TO STMTOUT, BROKEN DOWN BY MODE, CIPHER AND    *
      *  NIGHTLY / RUSH WORK, AND A SUMMARY TO RPTOUT THAT PROVES THE  *
      *  STATEMENTS ACCOUNT FOR EVERY ARCHIVE ROW OF THE MONTH.  A     *
      *  MESSAGE MATCHING NO ROUTING PREFIX IS NEVER DEFAULTED ONTO A  *
      *  DEPARTMENT - IT GOES ON AN UNASSIGNED STATEMENT - AND A       *
      *  MESSAGE WITH NO RATE IS COUNTED BUT NOT PRICED; EITHER ENDS   *
      *  THE STEP RC=8.  STATEMENTS THAT DO NOT BALANCE TO THE ARCHIVE *
      *  END IT RC=12.  READ-ONLY AGAINST THE ARCHIVE.                 *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHRGBACK.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    KEYED MESSAGE RESULT ARCHIVE, SWEPT READ-ONLY
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ARCHIVE-KEY
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *    MESSAGE-ID PREFIX TO DESTINATION - SEE CBROUTE
           SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTMSTR-STATUS.

      *    CHARGEBACK RATES BY MODE AND CIPHER - SEE CBRATE
           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      *    ONE STATEMENT PER DEPARTMENT
           SELECT STATEMENT-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

      *    BALANCING SUMMARY, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBARCH.

       FD  ROUTE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBROUTE.

       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBRATE.

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  STATEMENT-RECORD                PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-ARCHIVE-EOF-SW           PIC X(01) VALUE 'N'.
               88  ARCHIVE-EOF                 VALUE 'Y'.
           05  WS-ROUTMSTR-EOF-SW          PIC X(01) VALUE 'N'.
               88  ROUTMSTR-EOF                VALUE 'Y'.
           05  WS-RATE-EOF-SW              PIC X(01) VALUE 'N'.
               88  RATE-EOF                    VALUE 'Y'.
           05  WS-NO-ARCHIVE-SW            PIC X(01) VALUE 'N'.
               88  WS-NO-ARCHIVE               VALUE 'Y'.
           05  WS-GROUP-OPEN-SW            PIC X(01) VALUE 'N'.
               88  WS-GROUP-OPEN               VALUE 'Y'.
           05  WS-RATE-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND               VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
           05  WS-ROUTMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-RATE-STATUS              PIC X(02) VALUE '00'.
           05  WS-STMT-STATUS              PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE BALANCING SUMMARY
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-MONTH-ROW-COUNT          PIC 9(07) COMP VALUE 0.
           05  WS-BAD-MODE-ROW-COUNT       PIC 9(07) COMP VALUE 0.
           05  WS-UNASSIGNED-COUNT         PIC 9(07) COMP VALUE 0.
           05  WS-UNPRICED-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-RULE-COUNT               PIC 9(03) COMP VALUE 0.
           05  WS-BAD-RULE-COUNT           PIC 9(03) COMP VALUE 0.
           05  WS-BAD-RATE-COUNT           PIC 9(03) COMP VALUE 0.
           05  WS-ACCOUNTED-ROW-COUNT      PIC 9(07) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(07).
       01  WS-DEPT-DISPLAY                 PIC 9(01).

      *----------------------------------------------------------------
      *    STATEMENT MONTH - PARM OR THE MONTH BEFORE TODAY'S
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).
           05  WS-STMT-MONTH               PIC 9(06).
           05  WS-STMT-MONTH-R REDEFINES WS-STMT-MONTH.
               10  WS-STMT-YEAR            PIC 9(04).
               10  WS-STMT-MM              PIC 9(02).

      *----------------------------------------------------------------
      *    ROUTING TABLE, LOADED AT INITIALIZATION EXACTLY AS ROUTEOUT
      *    LOADS IT.  THE PREFIX LENGTH IS TRIMMED ONCE AT LOAD SO THE
      *    PER-MESSAGE MATCH IS A PLAIN COMPARE.
      *----------------------------------------------------------------
       01  WS-ROUTE-TABLE-AREA.
           05  WS-ROUTE-TABLE-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-ROUTE-TABLE OCCURS 50 TIMES INDEXED BY RT-IDX.
               10  RO-PREFIX               PIC X(06).
               10  RO-PREFIX-LEN           PIC 9(01) COMP.
               10  RO-DEST                 PIC 9(01).

      *    DEPARTMENT NAME PER DESTINATION - THE FIRST ROUTING RECORD
      *    NAMING THE DESTINATION SUPPLIES IT.  THE FOURTH ENTRY IS THE
      *    UNASSIGNED STATEMENT.
       01  WS-DEST-NAME-TABLE-AREA.
           05  WS-DEST-NAME                PIC X(16) VALUE SPACES
                                           OCCURS 4 TIMES.

      *----------------------------------------------------------------
      *    RATE TABLE, LOADED AT INITIALIZATION.  ONE ROW PER MODE AND
      *    CIPHER, SO TWENTY IS AMPLE - A FULL TABLE STOPS THE RUN
      *    RATHER THAN PRICE ANYTHING FROM A PARTIAL ONE.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE-AREA.
           05  WS-RATE-TABLE-COUNT         PIC 9(03) COMP VALUE 0.
           05  WS-RATE-TABLE OCCURS 20 TIMES INDEXED BY RR-IDX.
               10  RR-MODE                 PIC X(01).
               10  RR-CIPHER-TYPE          PIC X(01).
               10  RR-MESSAGE-CHARGE       PIC 9(05)V99.
               10  RR-SEGMENT-CHARGE       PIC 9(05)V99.
               10  RR-RUSH-PCT             PIC 9(03).

      *    MODE / CIPHER COMBINATIONS ALREADY REPORTED AS HAVING NO
      *    RATE, SO THE EXCEPTION IS LISTED ONCE, NOT PER MESSAGE
       01  WS-NO-RATE-TABLE-AREA.
           05  WS-NO-RATE-MODE OCCURS 3 TIMES.
               10  WS-NO-RATE-SEEN         PIC X(01) VALUE 'N'
                                           OCCURS 2 TIMES.

      *----------------------------------------------------------------
      *    CHARGE ACCUMULATORS - DEPARTMENT (1-3, 4 = UNASSIGNED) BY
      *    MODE (E, D, S) BY CIPHER (CAESAR, VIGENERE) BY WORK
      *    (NIGHTLY, RUSH)
      *----------------------------------------------------------------
       01  WS-CHARGE-TABLE-AREA.
           05  CG-DEPT OCCURS 4 TIMES.
               10  CG-MODE OCCURS 3 TIMES.
                   15  CG-CIPHER OCCURS 2 TIMES.
                       20  CG-WORK OCCURS 2 TIMES.
                           25  CG-MESSAGES     PIC 9(07) COMP VALUE 0.
                           25  CG-SEGMENTS     PIC 9(07) COMP VALUE 0.
                           25  CG-UNPRICED     PIC 9(07) COMP VALUE 0.
                           25  CG-CHARGE       PIC 9(09)V99 VALUE 0.
                           25  CG-SURCHARGE    PIC 9(09)V99 VALUE 0.

      *    DEPARTMENT TOTALS (1-4) AND THE GRAND TOTAL (5)
       01  WS-TOTAL-TABLE-AREA.
           05  WS-TOTAL OCCURS 5 TIMES.
               10  TT-MESSAGES             PIC 9(07) COMP VALUE 0.
               10  TT-SEGMENTS             PIC 9(07) COMP VALUE 0.
               10  TT-UNPRICED             PIC 9(07) COMP VALUE 0.
               10  TT-CHARGE               PIC 9(09)V99 VALUE 0.
               10  TT-SURCHARGE            PIC 9(09)V99 VALUE 0.

      *----------------------------------------------------------------
      *    MESSAGE GROUP IN PROGRESS AND PRICING WORK FIELDS
      *----------------------------------------------------------------
       01  WS-GROUP-FIELDS.
           05  WS-GRP-MESSAGE-ID           PIC X(06).
           05  WS-GRP-RUN-DATE             PIC 9(08).
           05  WS-GRP-MODE                 PIC X(01).
           05  WS-GRP-CIPHER-TYPE          PIC X(01).
           05  WS-GRP-RUSH-FLAG            PIC X(01).
           05  WS-GRP-SEGMENTS             PIC 9(03) COMP.

       01  WS-WORK-FIELDS.
           05  WS-ROUTE-SUB                PIC 9(03) COMP.
           05  WS-TRIM-SUB                 PIC 9(01) COMP.
           05  WS-MATCH-DEST               PIC 9(01) COMP VALUE 0.
           05  WS-MATCH-LEN                PIC 9(01) COMP VALUE 0.
           05  WS-DEST-SUB                 PIC 9(01) COMP.
           05  WS-RATE-SUB                 PIC 9(03) COMP.
           05  WS-RATE-HIT-SUB             PIC 9(03) COMP.
           05  WS-DEPT-SUB                 PIC 9(01) COMP.
           05  WS-MODE-SUB                 PIC 9(01) COMP.
           05  WS-CIPHER-SUB               PIC 9(01) COMP.
           05  WS-WORK-SUB                 PIC 9(01) COMP.
           05  WS-PRICE-CIPHER             PIC X(01).
           05  WS-MSG-CHARGE               PIC 9(07)V99.
           05  WS-MSG-SURCHARGE            PIC 9(07)V99.
           05  WS-LINE-TOTAL               PIC 9(09)V99.

      *----------------------------------------------------------------
      *    STATEMENT LINES
      *----------------------------------------------------------------
       01  WS-STMT-HEADING.
           05  FILLER                      PIC X(09) VALUE 'MODE'.
           05  FILLER                      PIC X(09) VALUE 'CIPHER'.
           05  FILLER                      PIC X(11) VALUE 'WORK'.
           05  FILLER                      PIC X(08) VALUE 'MSGS'.
           05  FILLER                      PIC X(10) VALUE 'SEGS'.
           05  FILLER                      PIC X(08) VALUE 'CHARGE'.
           05  FILLER                      PIC X(16) VALUE 'SURCHARGE'.
           05  FILLER                      PIC X(09) VALUE 'TOTAL'.

       01  WS-STMT-LINE.
           05  WS-SL-MODE                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-CIPHER                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-WORK                  PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-MESSAGES              PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-SEGMENTS              PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-CHARGE                PIC Z(07)9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-SURCHARGE             PIC Z(06)9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SL-TOTAL                 PIC Z(07)9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      *    SUMMARY LINES
      *----------------------------------------------------------------
       01  WS-SUMMARY-HEADING.
           05  FILLER                      PIC X(05) VALUE 'DEPT'.
           05  FILLER                      PIC X(20) VALUE 'NAME'.
           05  FILLER                      PIC X(08) VALUE 'MSGS'.
           05  FILLER                      PIC X(05) VALUE 'SEGS'.
           05  FILLER                      PIC X(13) VALUE 'NOPRICE'.
           05  FILLER                      PIC X(08) VALUE 'CHARGE'.
           05  FILLER                      PIC X(16) VALUE 'SURCHARGE'.
           05  FILLER                      PIC X(05) VALUE 'TOTAL'.

       01  WS-SUMMARY-LINE.
           05  WS-SM-DEPT                  PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SM-NAME                  PIC X(16).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SM-MESSAGES              PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SM-SEGMENTS              PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SM-UNPRICED              PIC Z(06)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SM-CHARGE                PIC Z(07)9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SM-SURCHARGE             PIC Z(06)9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SM-TOTAL                 PIC Z(07)9.99.

       LINKAGE SECTION.

      *    STANDARD EXEC-PARM RECEIVING AREA - THE STATEMENT MONTH, AS
      *    PASSED BY EXEC PGM=CHRGBACK,PARM='YYYYMM'.  OMITTED OR NOT A
      *    VALID MONTH, THE PREVIOUS CALENDAR MONTH IS BILLED.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH               PIC S9(04) COMP.
           05  LK-PARM-TEXT                 PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-NO-ARCHIVE
               PERFORM 2000-PRICE-ARCHIVE THRU 2000-EXIT
           END-IF
           PERFORM 5000-WRITE-STATEMENTS THRU 5000-EXIT
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - PARM, STATEMENT MONTH, FILES, ROUTING AND   *
      *  RATE TABLES                                                   *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURR-DATE-YYYYMMDD
           MOVE WS-CURR-DATE-YYYYMMDD(1:6) TO WS-STMT-MONTH
           IF WS-STMT-MM = 1
               MOVE 12 TO WS-STMT-MM
               SUBTRACT 1 FROM WS-STMT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-STMT-MM
           END-IF
           IF LK-PARM-LENGTH >= 6
              AND LK-PARM-TEXT(1:6) IS NUMERIC
              AND LK-PARM-TEXT(5:2) >= '01'
              AND LK-PARM-TEXT(5:2) <= '12'
               MOVE LK-PARM-TEXT(1:6) TO WS-STMT-MONTH
           END-IF
           MOVE 'UNASSIGNED' TO WS-DEST-NAME(4)

           OPEN INPUT ARCHIVE-FILE
      *    A FRESHLY DEFINED, NEVER-LOADED ARCHIVE OPENS WITH STATUS
      *    35 - THERE IS SIMPLY NOTHING TO BILL YET.
           IF WS-ARCHIVE-STATUS = '35'
               SET WS-NO-ARCHIVE TO TRUE
               DISPLAY 'NO ARCHIVE FILE - NOTHING TO BILL'
           ELSE
               IF WS-ARCHIVE-STATUS NOT = '00'
                   DISPLAY 'CHRGBACK ABEND - ARCHIVE OPEN FAILED, '
                       'STATUS ' WS-ARCHIVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ROUTE-MASTER-FILE
           IF WS-ROUTMSTR-STATUS NOT = '00'
               DISPLAY 'CHRGBACK ABEND - ROUTMSTR OPEN FAILED, '
                   'STATUS ' WS-ROUTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'CHRGBACK ABEND - RATETAB OPEN FAILED, STATUS '
                   WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-LOAD-ROUTING-TABLE THRU 1100-EXIT
      *    AN EMPTY ROUTING MASTER WOULD PUT THE WHOLE MONTH ON THE
      *    UNASSIGNED STATEMENT - STOP AND SAY SO INSTEAD.
           IF WS-ROUTE-TABLE-COUNT = 0
               DISPLAY 'CHRGBACK ABEND - ROUTING MASTER IS EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT
           IF WS-RATE-TABLE-COUNT = 0
               DISPLAY 'CHRGBACK ABEND - RATE TABLE IS EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CHARGEBACK MONTH         : ' WS-STMT-MONTH.
       1000-EXIT.
           EXIT.

      *    A RULE LEFT OFF THE TABLE WOULD BILL ITS MESSAGES TO THE
      *    WRONG DEPARTMENT - A FULL TABLE STOPS THE RUN.
       1100-LOAD-ROUTING-TABLE.
           PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
               UNTIL ROUTMSTR-EOF
                  OR WS-ROUTE-TABLE-COUNT = 50
           IF WS-ROUTE-TABLE-COUNT = 50 AND NOT ROUTMSTR-EOF
               READ ROUTE-MASTER-FILE
                   AT END
                       SET ROUTMSTR-EOF TO TRUE
               END-READ
               IF NOT ROUTMSTR-EOF
                   DISPLAY 'CHRGBACK ABEND - ROUTING TABLE FULL AT 50 '
                       'RULES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-RULE.
           READ ROUTE-MASTER-FILE
               AT END
                   SET ROUTMSTR-EOF TO TRUE
               NOT AT END
                   PERFORM 1120-TABLE-ONE-RULE THRU 1120-EXIT
           END-READ.
       1110-EXIT.
           EXIT.

       1120-TABLE-ONE-RULE.
           IF RT-DEST < '1' OR RT-DEST > '3'
              OR RT-PREFIX = SPACES
               ADD 1 TO WS-BAD-RULE-COUNT
               DISPLAY 'ROUTING RULE NOT USABLE, IGNORED: '
                   RT-PREFIX ' ' RT-DEST
               GO TO 1120-EXIT
           END-IF
           ADD 1 TO WS-ROUTE-TABLE-COUNT
           MOVE RT-PREFIX TO RO-PREFIX(WS-ROUTE-TABLE-COUNT)
           MOVE 6 TO WS-TRIM-SUB
           PERFORM 1130-TRIM-PREFIX THRU 1130-EXIT
               VARYING WS-TRIM-SUB FROM 6 BY -1
               UNTIL WS-TRIM-SUB = 0
                  OR RT-PREFIX(WS-TRIM-SUB:1) NOT = SPACE
           MOVE WS-TRIM-SUB TO RO-PREFIX-LEN(WS-ROUTE-TABLE-COUNT)
           MOVE RT-DEST TO RO-DEST(WS-ROUTE-TABLE-COUNT)
           MOVE RT-DEST TO WS-DEST-SUB
           IF WS-DEST-NAME(WS-DEST-SUB) = SPACES
              AND RT-DEST-NAME NOT = SPACES
               MOVE RT-DEST-NAME TO WS-DEST-NAME(WS-DEST-SUB)
           END-IF.
       1120-EXIT.
           EXIT.

       1130-TRIM-PREFIX.
           CONTINUE.
       1130-EXIT.
           EXIT.

       1200-LOAD-RATE-TABLE.
           PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
               UNTIL RATE-EOF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   SET RATE-EOF TO TRUE
               NOT AT END
                   PERFORM 1220-TABLE-ONE-RATE THRU 1220-EXIT
           END-READ.
       1210-EXIT.
           EXIT.

      *    A RATE FOR AN UNKNOWN MODE OR CIPHER, WITH NON-NUMERIC
      *    AMOUNTS, OR REPEATING A MODE AND CIPHER ALREADY TABLED IS
      *    IGNORED AND REPORTED - THE FIRST RATE FOR A PAIR STANDS.
       1220-TABLE-ONE-RATE.
           IF (RA-MODE NOT = 'E' AND RA-MODE NOT = 'D'
                                 AND RA-MODE NOT = 'S')
              OR (RA-CIPHER-TYPE NOT = 'C'
                  AND RA-CIPHER-TYPE NOT = 'V')
              OR RA-MESSAGE-CHARGE NOT NUMERIC
              OR RA-SEGMENT-CHARGE NOT NUMERIC
              OR RA-RUSH-PCT NOT NUMERIC
               ADD 1 TO WS-BAD-RATE-COUNT
               DISPLAY 'RATE NOT USABLE, IGNORED: ' RA-MODE ' '
                   RA-CIPHER-TYPE ' ' RA-DESCRIPTION
               GO TO 1220-EXIT
           END-IF
           MOVE RA-MODE        TO WS-GRP-MODE
           MOVE RA-CIPHER-TYPE TO WS-PRICE-CIPHER
           PERFORM 2600-FIND-RATE THRU 2600-EXIT
           IF WS-RATE-FOUND
               ADD 1 TO WS-BAD-RATE-COUNT
               DISPLAY 'DUPLICATE RATE, IGNORED: ' RA-MODE ' '
                   RA-CIPHER-TYPE ' ' RA-DESCRIPTION
               GO TO 1220-EXIT
           END-IF
           IF WS-RATE-TABLE-COUNT = 20
               DISPLAY 'CHRGBACK ABEND - RATE TABLE FULL AT 20 RATES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-TABLE-COUNT
           MOVE RA-MODE           TO RR-MODE(WS-RATE-TABLE-COUNT)
           MOVE RA-CIPHER-TYPE    TO RR-CIPHER-TYPE(WS-RATE-TABLE-COUNT)
           MOVE RA-MESSAGE-CHARGE
               TO RR-MESSAGE-CHARGE(WS-RATE-TABLE-COUNT)
           MOVE RA-SEGMENT-CHARGE
               TO RR-SEGMENT-CHARGE(WS-RATE-TABLE-COUNT)
           MOVE RA-RUSH-PCT       TO RR-RUSH-PCT(WS-RATE-TABLE-COUNT).
       1220-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PRICE-ARCHIVE - PRIMING READ / SWEEP LOOP; THE LAST      *
      *  MESSAGE GROUP IS PRICED AT END OF FILE                        *
      ******************************************************************
       2000-PRICE-ARCHIVE.
           PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
           PERFORM 2200-PRICE-LOOP THRU 2200-EXIT
               UNTIL ARCHIVE-EOF
           IF WS-GROUP-OPEN
               PERFORM 2500-PRICE-MESSAGE THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ARCHIVE.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-PRICE-LOOP.
           PERFORM 2300-ACCUMULATE-ROW THRU 2300-EXIT
           PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-ACCUMULATE-ROW - THE ARCHIVE IS IN MESSAGE ID, RUN DATE, *
      *  MODE, SEGMENT ORDER, SO A MESSAGE'S SEGMENTS ARRIVE TOGETHER. *
      *  A CHANGE OF ID, DATE OR MODE PRICES THE GROUP JUST ENDED.     *
      ******************************************************************
       2300-ACCUMULATE-ROW.
           IF AR-RUN-DATE(1:6) NOT = WS-STMT-MONTH
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-MONTH-ROW-COUNT
           IF WS-GROUP-OPEN
              AND AR-MESSAGE-ID = WS-GRP-MESSAGE-ID
              AND AR-RUN-DATE   = WS-GRP-RUN-DATE
              AND AR-MODE       = WS-GRP-MODE
               ADD 1 TO WS-GRP-SEGMENTS
               GO TO 2300-EXIT
           END-IF
           IF WS-GROUP-OPEN
               PERFORM 2500-PRICE-MESSAGE THRU 2500-EXIT
           END-IF
           SET WS-GROUP-OPEN TO TRUE
           MOVE AR-MESSAGE-ID  TO WS-GRP-MESSAGE-ID
           MOVE AR-RUN-DATE    TO WS-GRP-RUN-DATE
           MOVE AR-MODE        TO WS-GRP-MODE
           MOVE AR-CIPHER-TYPE TO WS-GRP-CIPHER-TYPE
           MOVE AR-RUSH-FLAG   TO WS-GRP-RUSH-FLAG
           MOVE 1              TO WS-GRP-SEGMENTS.
       2300-EXIT.
           EXIT.

       2400-TRY-ONE-RULE.
           IF RO-PREFIX-LEN(WS-ROUTE-SUB) = 0
               GO TO 2400-EXIT
           END-IF
           IF WS-GRP-MESSAGE-ID(1:RO-PREFIX-LEN(WS-ROUTE-SUB))
                 = RO-PREFIX(WS-ROUTE-SUB)
                   (1:RO-PREFIX-LEN(WS-ROUTE-SUB))
               IF RO-PREFIX-LEN(WS-ROUTE-SUB) > WS-MATCH-LEN
                   MOVE RO-PREFIX-LEN(WS-ROUTE-SUB) TO WS-MATCH-LEN
                   MOVE RO-DEST(WS-ROUTE-SUB) TO WS-MATCH-DEST
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2500-PRICE-MESSAGE - DEPARTMENT BY LONGEST PREFIX, THEN THE   *
      *  RATE FOR THE MODE AND CIPHER, PLUS THE RUSH SURCHARGE         *
      ******************************************************************
       2500-PRICE-MESSAGE.
           MOVE 'N' TO WS-GROUP-OPEN-SW
           EVALUATE WS-GRP-MODE
               WHEN 'E'
                   MOVE 1 TO WS-MODE-SUB
               WHEN 'D'
                   MOVE 2 TO WS-MODE-SUB
               WHEN 'S'
                   MOVE 3 TO WS-MODE-SUB
               WHEN OTHER
      *            NOTHING WRITES ANY OTHER MODE - IF ONE TURNS UP IT
      *            IS COUNTED AGAINST THE BALANCE AND REPORTED.
                   ADD WS-GRP-SEGMENTS TO WS-BAD-MODE-ROW-COUNT
                   DISPLAY 'MODE NOT BILLABLE: ' WS-GRP-MESSAGE-ID ' '
                       WS-GRP-RUN-DATE ' MODE ' WS-GRP-MODE
                   GO TO 2500-EXIT
           END-EVALUATE
      *    ENCODE TREATS ANY CIPHER OTHER THAN V AS CAESAR - SO DOES
      *    THE CHARGEBACK.
           IF WS-GRP-CIPHER-TYPE = 'V'
               MOVE 2   TO WS-CIPHER-SUB
               MOVE 'V' TO WS-PRICE-CIPHER
           ELSE
               MOVE 1   TO WS-CIPHER-SUB
               MOVE 'C' TO WS-PRICE-CIPHER
           END-IF
           IF WS-GRP-RUSH-FLAG = 'R'
               MOVE 2 TO WS-WORK-SUB
           ELSE
               MOVE 1 TO WS-WORK-SUB
           END-IF
           MOVE 0 TO WS-MATCH-DEST
           MOVE 0 TO WS-MATCH-LEN
           PERFORM 2400-TRY-ONE-RULE THRU 2400-EXIT
               VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-TABLE-COUNT
           IF WS-MATCH-DEST = 0
               MOVE 4 TO WS-DEPT-SUB
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'UNASSIGNED MESSAGE : ' WS-GRP-MESSAGE-ID
                      ' RUN ' WS-GRP-RUN-DATE
                      ' MODE ' WS-GRP-MODE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'UNASSIGNED MESSAGE: ' WS-GRP-MESSAGE-ID
                   ' RUN ' WS-GRP-RUN-DATE ' MODE ' WS-GRP-MODE
           ELSE
               MOVE WS-MATCH-DEST TO WS-DEPT-SUB
           END-IF
           ADD 1 TO CG-MESSAGES(WS-DEPT-SUB, WS-MODE-SUB,
                                WS-CIPHER-SUB, WS-WORK-SUB)
           ADD WS-GRP-SEGMENTS TO CG-SEGMENTS(WS-DEPT-SUB, WS-MODE-SUB,
                                WS-CIPHER-SUB, WS-WORK-SUB)
           ADD WS-GRP-SEGMENTS TO WS-ACCOUNTED-ROW-COUNT
           PERFORM 2600-FIND-RATE THRU 2600-EXIT
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
               ADD 1 TO CG-UNPRICED(WS-DEPT-SUB, WS-MODE-SUB,
                                    WS-CIPHER-SUB, WS-WORK-SUB)
               IF WS-NO-RATE-SEEN(WS-MODE-SUB, WS-CIPHER-SUB) = 'N'
                   MOVE 'Y'
                       TO WS-NO-RATE-SEEN(WS-MODE-SUB, WS-CIPHER-SUB)
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'NO RATE FOR MODE   : ' WS-GRP-MODE
                          ' CIPHER ' WS-PRICE-CIPHER
                          ' - MESSAGES NOT PRICED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY 'NO RATE FOR MODE ' WS-GRP-MODE ' CIPHER '
                       WS-PRICE-CIPHER ' - MESSAGES NOT PRICED'
               END-IF
               GO TO 2500-EXIT
           END-IF
           COMPUTE WS-MSG-CHARGE =
               RR-MESSAGE-CHARGE(WS-RATE-HIT-SUB)
               + (WS-GRP-SEGMENTS - 1)
                 * RR-SEGMENT-CHARGE(WS-RATE-HIT-SUB)
           MOVE 0 TO WS-MSG-SURCHARGE
           IF WS-WORK-SUB = 2
               COMPUTE WS-MSG-SURCHARGE ROUNDED =
                   WS-MSG-CHARGE * RR-RUSH-PCT(WS-RATE-HIT-SUB) / 100
           END-IF
           ADD WS-MSG-CHARGE TO CG-CHARGE(WS-DEPT-SUB, WS-MODE-SUB,
                                WS-CIPHER-SUB, WS-WORK-SUB)
           ADD WS-MSG-SURCHARGE
               TO CG-SURCHARGE(WS-DEPT-SUB, WS-MODE-SUB,
                               WS-CIPHER-SUB, WS-WORK-SUB).
       2500-EXIT.
           EXIT.

      *    LOOK UP THE RATE FOR WS-GRP-MODE AND WS-PRICE-CIPHER
       2600-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 0 TO WS-RATE-HIT-SUB
           PERFORM 2610-TRY-ONE-RATE THRU 2610-EXIT
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-TABLE-COUNT
                  OR WS-RATE-FOUND.
       2600-EXIT.
           EXIT.

       2610-TRY-ONE-RATE.
           IF RR-MODE(WS-RATE-SUB) = WS-GRP-MODE
              AND RR-CIPHER-TYPE(WS-RATE-SUB) = WS-PRICE-CIPHER
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      *  5000-WRITE-STATEMENTS - ONE STATEMENT PER DEPARTMENT, AND AN  *
      *  UNASSIGNED STATEMENT WHEN ANY MESSAGE MATCHED NO PREFIX       *
      ******************************************************************
       5000-WRITE-STATEMENTS.
           PERFORM 5100-WRITE-ONE-STATEMENT THRU 5100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 3
           IF WS-UNASSIGNED-COUNT > 0
               MOVE 4 TO WS-DEPT-SUB
               PERFORM 5100-WRITE-ONE-STATEMENT THRU 5100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-STATEMENT.
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'CIPHER GROUP CHARGEBACK STATEMENT - MONTH '
                  WS-STMT-MONTH
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           IF WS-DEPT-SUB = 4
               STRING 'DEPARTMENT NONE  ' WS-DEST-NAME(WS-DEPT-SUB)
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
               MOVE WS-DEPT-SUB TO WS-DEPT-DISPLAY
               STRING 'DEPARTMENT ' WS-DEPT-DISPLAY '  '
                      WS-DEST-NAME(WS-DEPT-SUB)
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-IF
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD FROM WS-STMT-HEADING
           PERFORM 5200-EMIT-MODE THRU 5200-EXIT
               VARYING WS-MODE-SUB FROM 1 BY 1
               UNTIL WS-MODE-SUB > 3
           MOVE 'TOTAL'  TO WS-SL-MODE
           MOVE SPACES   TO WS-SL-CIPHER
           MOVE SPACES   TO WS-SL-WORK
           MOVE TT-MESSAGES(WS-DEPT-SUB)  TO WS-SL-MESSAGES
           MOVE TT-SEGMENTS(WS-DEPT-SUB)  TO WS-SL-SEGMENTS
           MOVE TT-CHARGE(WS-DEPT-SUB)    TO WS-SL-CHARGE
           MOVE TT-SURCHARGE(WS-DEPT-SUB) TO WS-SL-SURCHARGE
           COMPUTE WS-LINE-TOTAL = TT-CHARGE(WS-DEPT-SUB)
                                 + TT-SURCHARGE(WS-DEPT-SUB)
           MOVE WS-LINE-TOTAL TO WS-SL-TOTAL
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           IF TT-UNPRICED(WS-DEPT-SUB) > 0
               MOVE SPACES TO STATEMENT-RECORD
               MOVE TT-UNPRICED(WS-DEPT-SUB) TO WS-COUNT-DISPLAY
               STRING 'MESSAGES NOT PRICED - NO RATE ON FILE: '
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD.
       5100-EXIT.
           EXIT.

       5200-EMIT-MODE.
           PERFORM 5300-EMIT-CIPHER THRU 5300-EXIT
               VARYING WS-CIPHER-SUB FROM 1 BY 1
               UNTIL WS-CIPHER-SUB > 2.
       5200-EXIT.
           EXIT.

       5300-EMIT-CIPHER.
           PERFORM 5400-EMIT-CELL THRU 5400-EXIT
               VARYING WS-WORK-SUB FROM 1 BY 1
               UNTIL WS-WORK-SUB > 2.
       5300-EXIT.
           EXIT.

      *    ONE LINE PER MODE / CIPHER / WORK WITH ANY VOLUME, ROLLED
      *    INTO THE DEPARTMENT AND GRAND TOTALS AS IT IS PRINTED
       5400-EMIT-CELL.
           IF CG-MESSAGES(WS-DEPT-SUB, WS-MODE-SUB,
                          WS-CIPHER-SUB, WS-WORK-SUB) = 0
               GO TO 5400-EXIT
           END-IF
           EVALUATE WS-MODE-SUB
               WHEN 1
                   MOVE 'ENCRYPT' TO WS-SL-MODE
               WHEN 2
                   MOVE 'DECRYPT' TO WS-SL-MODE
               WHEN OTHER
                   MOVE 'SOLVE'   TO WS-SL-MODE
           END-EVALUATE
           IF WS-CIPHER-SUB = 1
               MOVE 'CAESAR'   TO WS-SL-CIPHER
           ELSE
               MOVE 'VIGENERE' TO WS-SL-CIPHER
           END-IF
           IF WS-WORK-SUB = 1
               MOVE 'NIGHTLY' TO WS-SL-WORK
           ELSE
               MOVE 'RUSH'    TO WS-SL-WORK
           END-IF
           MOVE CG-MESSAGES(WS-DEPT-SUB, WS-MODE-SUB,
                            WS-CIPHER-SUB, WS-WORK-SUB)
               TO WS-SL-MESSAGES
           MOVE CG-SEGMENTS(WS-DEPT-SUB, WS-MODE-SUB,
                            WS-CIPHER-SUB, WS-WORK-SUB)
               TO WS-SL-SEGMENTS
           MOVE CG-CHARGE(WS-DEPT-SUB, WS-MODE-SUB,
                          WS-CIPHER-SUB, WS-WORK-SUB)
               TO WS-SL-CHARGE
           MOVE CG-SURCHARGE(WS-DEPT-SUB, WS-MODE-SUB,
                             WS-CIPHER-SUB, WS-WORK-SUB)
               TO WS-SL-SURCHARGE
           COMPUTE WS-LINE-TOTAL =
               CG-CHARGE(WS-DEPT-SUB, WS-MODE-SUB,
                         WS-CIPHER-SUB, WS-WORK-SUB)
               + CG-SURCHARGE(WS-DEPT-SUB, WS-MODE-SUB,
                              WS-CIPHER-SUB, WS-WORK-SUB)
           MOVE WS-LINE-TOTAL TO WS-SL-TOTAL
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           ADD CG-MESSAGES(WS-DEPT-SUB, WS-MODE-SUB,
                           WS-CIPHER-SUB, WS-WORK-SUB)
               TO TT-MESSAGES(WS-DEPT-SUB) TT-MESSAGES(5)
           ADD CG-SEGMENTS(WS-DEPT-SUB, WS-MODE-SUB,
                           WS-CIPHER-SUB, WS-WORK-SUB)
               TO TT-SEGMENTS(WS-DEPT-SUB) TT-SEGMENTS(5)
           ADD CG-UNPRICED(WS-DEPT-SUB, WS-MODE-SUB,
                           WS-CIPHER-SUB, WS-WORK-SUB)
               TO TT-UNPRICED(WS-DEPT-SUB) TT-UNPRICED(5)
           ADD CG-CHARGE(WS-DEPT-SUB, WS-MODE-SUB,
                         WS-CIPHER-SUB, WS-WORK-SUB)
               TO TT-CHARGE(WS-DEPT-SUB) TT-CHARGE(5)
           ADD CG-SURCHARGE(WS-DEPT-SUB, WS-MODE-SUB,
                            WS-CIPHER-SUB, WS-WORK-SUB)
               TO TT-SURCHARGE(WS-DEPT-SUB) TT-SURCHARGE(5).
       5400-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - DEPARTMENT TOTALS, THE BALANCE TO THE  *
      *  ARCHIVE, AND THE RETURN CODE                                  *
      ******************************************************************
       8000-PRODUCE-SUMMARY.
           DISPLAY ' '
           DISPLAY '===== CHRGBACK RUN SUMMARY ====='
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'CHARGEBACK SUMMARY - MONTH ' WS-STMT-MONTH
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'CHARGEBACK SUMMARY - MONTH ' WS-STMT-MONTH
           IF WS-NO-ARCHIVE
               MOVE 'NO ARCHIVE FILE - NOTHING TO BILL'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD FROM WS-SUMMARY-HEADING
           DISPLAY WS-SUMMARY-HEADING
           PERFORM 8100-EMIT-SUMMARY-LINE THRU 8100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 5
           DISPLAY 'ARCHIVE RECORDS READ   : ' WS-READ-COUNT
           DISPLAY 'ARCHIVE ROWS IN MONTH  : ' WS-MONTH-ROW-COUNT
           DISPLAY 'SEGMENTS ON STATEMENTS : ' WS-ACCOUNTED-ROW-COUNT
           DISPLAY 'ROWS NOT BILLABLE      : ' WS-BAD-MODE-ROW-COUNT
           DISPLAY 'MESSAGES UNASSIGNED    : ' WS-UNASSIGNED-COUNT
           DISPLAY 'MESSAGES NOT PRICED    : ' WS-UNPRICED-COUNT
           DISPLAY 'RATES IGNORED          : ' WS-BAD-RATE-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           STRING 'ARCHIVE RECORDS READ   : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-MONTH-ROW-COUNT TO WS-COUNT-DISPLAY
           STRING 'ARCHIVE ROWS IN MONTH  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ACCOUNTED-ROW-COUNT TO WS-COUNT-DISPLAY
           STRING 'SEGMENTS ON STATEMENTS : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-BAD-MODE-ROW-COUNT TO WS-COUNT-DISPLAY
           STRING 'ROWS NOT BILLABLE      : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-DISPLAY
           STRING 'MESSAGES UNASSIGNED    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNPRICED-COUNT TO WS-COUNT-DISPLAY
           STRING 'MESSAGES NOT PRICED    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-BAD-RATE-COUNT TO WS-COUNT-DISPLAY
           STRING 'RATES IGNORED          : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
      *    EVERY ARCHIVE ROW OF THE MONTH MUST BE A SEGMENT ON SOME
      *    STATEMENT OR A ROW REPORTED AS NOT BILLABLE - AND THE
      *    STATEMENTS' SEGMENTS MUST ADD UP TO THE SAME FIGURE.
           MOVE SPACES TO REPORT-RECORD
           IF WS-ACCOUNTED-ROW-COUNT + WS-BAD-MODE-ROW-COUNT
                 = WS-MONTH-ROW-COUNT
              AND TT-SEGMENTS(5) = WS-ACCOUNTED-ROW-COUNT
               MOVE 'STATEMENTS BALANCE TO THE ARCHIVE' TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'STATEMENTS BALANCE TO THE ARCHIVE'
           ELSE
               MOVE 'STATEMENTS OUT OF BALANCE WITH THE ARCHIVE'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'STATEMENTS OUT OF BALANCE - ENDING WITH '
                   'RETURN CODE 12'
               MOVE 12 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           IF WS-UNASSIGNED-COUNT > 0
              OR WS-UNPRICED-COUNT > 0
              OR WS-BAD-MODE-ROW-COUNT > 0
               DISPLAY 'UNASSIGNED OR UNPRICED WORK - ENDING WITH '
                   'RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           IF WS-BAD-RATE-COUNT > 0
              OR WS-BAD-RULE-COUNT > 0
               DISPLAY 'RATES OR RULES IGNORED - ENDING WITH RETURN '
                   'CODE 4'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-EMIT-SUMMARY-LINE.
           IF WS-DEPT-SUB = 4 AND TT-MESSAGES(4) = 0
               GO TO 8100-EXIT
           END-IF
           EVALUATE WS-DEPT-SUB
               WHEN 4
                   MOVE 'NONE' TO WS-SM-DEPT
                   MOVE WS-DEST-NAME(4) TO WS-SM-NAME
               WHEN 5
                   MOVE 'ALL'  TO WS-SM-DEPT
                   MOVE 'MONTH TOTAL' TO WS-SM-NAME
               WHEN OTHER
                   MOVE WS-DEPT-SUB TO WS-DEPT-DISPLAY
                   MOVE WS-DEPT-DISPLAY TO WS-SM-DEPT
                   MOVE WS-DEST-NAME(WS-DEPT-SUB) TO WS-SM-NAME
           END-EVALUATE
           MOVE TT-MESSAGES(WS-DEPT-SUB)  TO WS-SM-MESSAGES
           MOVE TT-SEGMENTS(WS-DEPT-SUB)  TO WS-SM-SEGMENTS
           MOVE TT-UNPRICED(WS-DEPT-SUB)  TO WS-SM-UNPRICED
           MOVE TT-CHARGE(WS-DEPT-SUB)    TO WS-SM-CHARGE
           MOVE TT-SURCHARGE(WS-DEPT-SUB) TO WS-SM-SURCHARGE
           COMPUTE WS-LINE-TOTAL = TT-CHARGE(WS-DEPT-SUB)
                                 + TT-SURCHARGE(WS-DEPT-SUB)
           MOVE WS-LINE-TOTAL TO WS-SM-TOTAL
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           DISPLAY WS-SUMMARY-LINE.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-NO-ARCHIVE
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE ROUTE-MASTER-FILE
           CLOSE RATE-FILE
           CLOSE STATEMENT-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
