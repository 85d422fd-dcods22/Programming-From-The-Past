      *  FOR.  THE RETENTION FILE IS APPENDED RUN OVER RUN (DISP=MOD)  *
      *  AND STAYS READABLE BY ANYTHING THAT KNOWS CBARCH; ARCHREST    *
      *  RESTORES A PULLED RECORD FOR A TEMPORARY TRACE.               *
      *  A ROW PAST THE CUTOFF WHOSE MESSAGE ID IS UNDER A SECURITY    *
      *  HOLD (CBHOLD) IS NEVER UNLOADED: IT STAYS ON THE ARCHIVE, IS  *
      *  COUNTED IN THE AGING REPORT'S HELD COLUMN, AND IS LISTED BY   *
      *  MESSAGE ID AND RUN DATE WITH THE HOLD THAT KEPT IT.  IT ROLLS *
      *  OFF ON THE FIRST SWEEP AFTER THE HOLD IS RELEASED.            *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-09-03  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  ROWS PAST THE CUTOFF WHOSE MESSAGE ID IS     *
      *                    UNDER A SECURITY HOLD (CBHOLD) ARE KEPT,    *
      *                    NOT UNLOADED, AND LISTED SEPARATELY; THE    *
      *                    AGING REPORT GAINS A HELD COLUMN.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETNOUT-STATUS.

      *    SECURITY HOLDS - A HELD MESSAGE IS NOT ROLLED OFF
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-HOLD-PREFIX
               FILE STATUS IS WS-HOLDMSTR-STATUS.

      *    AGING REPORT BY RUN-DATE MONTH, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
           RECORDING MODE IS F.
       01  RETENTION-RECORD                PIC X(80).

       FD  HOLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBHOLD.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
               88  WS-NO-ARCHIVE               VALUE 'Y'.
           05  WS-MONTH-FOUND-SW           PIC X(01) VALUE 'N'.
               88  WS-MONTH-FOUND              VALUE 'Y'.
           05  WS-NO-HOLDS-SW              PIC X(01) VALUE 'N'.
               88  WS-NO-HOLDS                 VALUE 'Y'.
           05  WS-MESSAGE-HELD-SW          PIC X(01) VALUE 'N'.
               88  WS-MESSAGE-HELD             VALUE 'Y'.
           05  WS-HELD-HEADING-SW          PIC X(01) VALUE 'N'.
               88  WS-HELD-HEADING-DONE        VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
           05  WS-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
           05  WS-RETNOUT-STATUS           PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-HOLDMSTR-STATUS          PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE AGING REPORT
           05  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-UNLOADED-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-KEPT-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-HELD-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-DELETE-FAIL-COUNT        PIC 9(05) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(07).

      *----------------------------------------------------------------
      *    AGING TABLE - ONE ROW PER RUN-DATE MONTH SEEN ON THE
      *    ARCHIVE, UNLOADED, KEPT AND HELD COUNTS SIDE BY SIDE.  120
      *    MONTHS COVERS TEN YEARS OF ACCUMULATION.
      *----------------------------------------------------------------
       01  WS-AGING-TABLE-AREA.
               10  AG-RUN-MONTH            PIC 9(06).
               10  AG-UNLOADED             PIC 9(07) COMP.
               10  AG-KEPT                 PIC 9(07) COMP.
               10  AG-HELD                 PIC 9(07) COMP.

       01  WS-WORK-FIELDS.
           05  WS-MONTH-SUB                PIC 9(03) COMP.
           05  WS-MONTH-HIT-SUB            PIC 9(03) COMP.
           05  WS-AR-MONTH                 PIC 9(06).
           05  WS-HOLD-LEN                 PIC 9(01) COMP.
           05  WS-LAST-HOLD-CHECK-ID       PIC X(06) VALUE SPACES.
           05  WS-LAST-HELD-PREFIX         PIC X(06) VALUE SPACES.
           05  WS-LAST-LISTED-ID           PIC X(06) VALUE SPACES.
           05  WS-LAST-LISTED-DATE         PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      *    AGING REPORT DETAIL LINE
           05  WS-AL-UNLOADED              PIC Z(06)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-AL-KEPT                  PIC Z(06)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-AL-HELD                  PIC Z(06)9.
           05  FILLER                      PIC X(47) VALUE SPACES.

      *----------------------------------------------------------------
      *    HELD ROW LINE - ONE PER MESSAGE ID AND RUN DATE KEPT PAST
      *    THE CUTOFF BY A SECURITY HOLD
      *----------------------------------------------------------------
       01  WS-HELD-LINE.
           05  WS-HL-MESSAGE-ID            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-HL-RUN-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-HL-HOLD-PREFIX           PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-HL-HOLD-DATE             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-HL-REASON                PIC X(30).
           05  FILLER                      PIC X(14) VALUE SPACES.

       LINKAGE SECTION.

               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
      *    A NEVER-LOADED HOLD MASTER (STATUS 35) SIMPLY HOLDS NOTHING
      *    YET.  ANY OTHER FAILURE COULD ROLL OFF A HELD MESSAGE - STOP.
           OPEN INPUT HOLD-MASTER-FILE
           IF WS-HOLDMSTR-STATUS = '35'
               SET WS-NO-HOLDS TO TRUE
               DISPLAY 'NO HOLD MASTER - NO SECURITY HOLDS IN FORCE'
           ELSE
               IF WS-HOLDMSTR-STATUS NOT = '00'
                   DISPLAY 'ARCHHKP ABEND - HOLDMSTR OPEN FAILED, '
                       'STATUS ' WS-HOLDMSTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'ARCHIVE RETENTION DAYS   : ' WS-RETENTION-DAYS
           DISPLAY 'UNLOAD CUTOFF DATE       : ' WS-CUTOFF-DATE.
       1000-EXIT.

      ******************************************************************
      *  2300-JUDGE-RECORD - UNLOAD-AND-DELETE OR KEEP, AND AGE IT     *
      *  INTO THE MONTHLY TABLE EITHER WAY.  A ROW PAST THE CUTOFF     *
      *  UNDER A SECURITY HOLD IS KEPT AND LISTED INSTEAD.             *
      ******************************************************************
       2300-JUDGE-RECORD.
           MOVE AR-RUN-DATE(1:6) TO WS-AR-MONTH
           PERFORM 2500-FIND-AGING-ROW THRU 2500-EXIT
           IF AR-RUN-DATE < WS-CUTOFF-DATE
               PERFORM 2600-CHECK-SECURITY-HOLD THRU 2600-EXIT
               IF WS-MESSAGE-HELD
                   PERFORM 2700-KEEP-HELD-ROW THRU 2700-EXIT
                   GO TO 2300-EXIT
               END-IF
               WRITE RETENTION-RECORD FROM ARCHIVE-RECORD
               IF WS-RETNOUT-STATUS NOT = '00'
      *            NEVER DELETE A RECORD THE UNLOAD DID NOT SAFELY
               MOVE WS-AR-MONTH TO AG-RUN-MONTH(WS-AGING-COUNT)
               MOVE 0 TO AG-UNLOADED(WS-AGING-COUNT)
               MOVE 0 TO AG-KEPT(WS-AGING-COUNT)
               MOVE 0 TO AG-HELD(WS-AGING-COUNT)
               MOVE WS-AGING-COUNT TO WS-MONTH-HIT-SUB
           END-IF.
       2500-EXIT.
       2510-EXIT.
           EXIT.

      *    A MESSAGE IS HELD WHEN A HOLD IN FORCE MATCHES ITS ID AT ANY
      *    PREFIX LENGTH, SO THE ID IS LOOKED UP DIRECTLY FROM ALL SIX
      *    CHARACTERS DOWN TO ONE.  THE ARCHIVE IS IN MESSAGE-ID ORDER,
      *    SO THE ANSWER IS KEPT FOR A REPEATED ID.
       2600-CHECK-SECURITY-HOLD.
           IF AR-MESSAGE-ID = WS-LAST-HOLD-CHECK-ID
               GO TO 2600-EXIT
           END-IF
           MOVE AR-MESSAGE-ID TO WS-LAST-HOLD-CHECK-ID
           MOVE 'N' TO WS-MESSAGE-HELD-SW
           IF WS-NO-HOLDS
               GO TO 2600-EXIT
           END-IF
           PERFORM 2650-TRY-ONE-HOLD THRU 2650-EXIT
               VARYING WS-HOLD-LEN FROM 6 BY -1
               UNTIL WS-HOLD-LEN = 0
                  OR WS-MESSAGE-HELD.
       2600-EXIT.
           EXIT.

       2650-TRY-ONE-HOLD.
           IF AR-MESSAGE-ID(WS-HOLD-LEN:1) = SPACE
               GO TO 2650-EXIT
           END-IF
           MOVE SPACES TO HL-HOLD-PREFIX
           MOVE AR-MESSAGE-ID(1:WS-HOLD-LEN) TO HL-HOLD-PREFIX
           READ HOLD-MASTER-FILE
               INVALID KEY
                   GO TO 2650-EXIT
           END-READ
           IF HL-IN-FORCE
               SET WS-MESSAGE-HELD TO TRUE
               MOVE HL-HOLD-PREFIX TO WS-LAST-HELD-PREFIX
           END-IF.
       2650-EXIT.
           EXIT.

      *    THE HELD ROW STAYS ON THE ARCHIVE.  SEGMENTS AND MODES OF ONE
      *    MESSAGE AND NIGHT ARRIVE TOGETHER, SO ONE LINE IS LISTED PER
      *    MESSAGE ID AND RUN DATE, UNDER A HEADING WRITTEN THE FIRST
      *    TIME ONE IS FOUND.
       2700-KEEP-HELD-ROW.
           ADD 1 TO WS-HELD-COUNT
           IF WS-MONTH-HIT-SUB > 0
               ADD 1 TO AG-HELD(WS-MONTH-HIT-SUB)
           END-IF
           IF AR-MESSAGE-ID = WS-LAST-LISTED-ID
              AND AR-RUN-DATE = WS-LAST-LISTED-DATE
               GO TO 2700-EXIT
           END-IF
           MOVE AR-MESSAGE-ID TO WS-LAST-LISTED-ID
           MOVE AR-RUN-DATE   TO WS-LAST-LISTED-DATE
           IF NOT WS-HELD-HEADING-DONE
               SET WS-HELD-HEADING-DONE TO TRUE
               MOVE 'PAST CUTOFF BUT HELD FOR SECURITY - NOT UNLOADED'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'PAST CUTOFF BUT HELD FOR SECURITY - NOT '
                   'UNLOADED'
               MOVE 'MSG-ID  RUN-DATE  HOLD    HELD-ON   REASON'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY 'MSG-ID  RUN-DATE  HOLD    HELD-ON   REASON'
           END-IF
           MOVE AR-MESSAGE-ID       TO WS-HL-MESSAGE-ID
           MOVE AR-RUN-DATE         TO WS-HL-RUN-DATE
           MOVE WS-LAST-HELD-PREFIX TO WS-HL-HOLD-PREFIX
           MOVE HL-HOLD-DATE        TO WS-HL-HOLD-DATE
           MOVE HL-REASON           TO WS-HL-REASON
           WRITE REPORT-RECORD FROM WS-HELD-LINE
           DISPLAY WS-HL-MESSAGE-ID '  ' WS-HL-RUN-DATE '  '
               WS-HL-HOLD-PREFIX '  ' WS-HL-HOLD-DATE '  '
               WS-HL-REASON.
       2700-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - AGING REPORT BY MONTH AND SWEEP TOTALS *
      ******************************************************************
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE 'RUN MONTH  UNLOAD     KEPT     HELD' TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'RUN MONTH  UNLOAD     KEPT     HELD'
           PERFORM 8100-EMIT-AGING-LINE THRU 8100-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > WS-AGING-COUNT
           DISPLAY 'ARCHIVE RECORDS READ : ' WS-READ-COUNT
           DISPLAY 'UNLOADED AND DELETED : ' WS-UNLOADED-COUNT
           DISPLAY 'KEPT                 : ' WS-KEPT-COUNT
           DISPLAY 'HELD - NOT UNLOADED  : ' WS-HELD-COUNT
           DISPLAY 'DELETES FAILED       : ' WS-DELETE-FAIL-COUNT
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           STRING 'HELD - NOT UNLOADED  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DELETE-FAIL-COUNT TO WS-COUNT-DISPLAY
           STRING 'DELETES FAILED       : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           MOVE AG-RUN-MONTH(WS-MONTH-SUB) TO WS-AL-MONTH
           MOVE AG-UNLOADED(WS-MONTH-SUB)  TO WS-AL-UNLOADED
           MOVE AG-KEPT(WS-MONTH-SUB)      TO WS-AL-KEPT
           MOVE AG-HELD(WS-MONTH-SUB)      TO WS-AL-HELD
           WRITE REPORT-RECORD FROM WS-AGING-LINE
           DISPLAY WS-AL-MONTH '  ' WS-AL-UNLOADED '  ' WS-AL-KEPT
               '  ' WS-AL-HELD.
       8100-EXIT.
           EXIT.

           IF NOT WS-NO-ARCHIVE
               CLOSE ARCHIVE-FILE
           END-IF
           IF NOT WS-NO-HOLDS
               CLOSE HOLD-MASTER-FILE
           END-IF
           CLOSE RETENTION-OUT-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
