      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : KEYREUSE                                         *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  REPEATED-CIPHERTEXT AND KEY-REUSE DETECTION OVER  *
      *  THE MESSAGE RESULT ARCHIVE (CBARCH).  THE SAME PLAINTEXT      *
      *  ENCRYPTED TWICE UNDER ONE CAESAR SHIFT OR VIGENERE KEYWORD    *
      *  GIVES THE SAME CIPHERTEXT, SO ANYONE WATCHING THE TRAFFIC     *
      *  LEARNS THE TWO MESSAGES MATCH.  THIS PROGRAM PROVES WHETHER   *
      *  THAT HAS HAPPENED.  PASS ONE REASSEMBLES EVERY ENCRYPT        *
      *  RESULT FROM ITS SEGMENTS (AR-SEGMENT-SEQ) AND FILES IT ON A   *
      *  KEYED WORK FILE UNDER ITS KEY (SHIFT OR KEYWORD) AND ITS      *
      *  LEADING 16-CHARACTER BLOCK, SO MESSAGES THAT MIGHT MATCH READ *
      *  BACK TOGETHER.  PASS TWO REPORTS EVERY GROUP OF TWO OR MORE   *
      *  MESSAGES SHARING A LEADING BLOCK UNDER THE SAME KEY, MARKING  *
      *  THE ONES WHOSE WHOLE TEXT IS IDENTICAL TO AN EARLIER ONE,     *
      *  WITH MESSAGE IDS, RUN DATES AND DESTINATIONS (ROUTING MASTER, *
      *  LONGEST PREFIX, AS ROUTEOUT DELIVERED THEM), THEN RANKS THE   *
      *  KEYS BY COLLISION COUNT SO KEY CUSTODY KNOWS WHICH TO ROTATE  *
      *  FIRST.  ENDS RC=8 ON ANY IDENTICAL TEXT, RC=4 WHEN MESSAGES   *
      *  ONLY SHARE A LEADING BLOCK, RC=16 WHEN A FILE IS UNAVAILABLE  *
      *  OR A TABLE FILLS - A PARTIAL ANSWER PROVES NOTHING.           *
      *  READ-ONLY AGAINST THE ARCHIVE.                                *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    KEYREUSE.
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

      *    REASSEMBLED ENCRYPT RESULTS IN KEY / LEADING-BLOCK ORDER,
      *    REBUILT EVERY RUN
           SELECT REUSE-WORK-FILE ASSIGN TO "REUSEWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-WORK-KEY
               FILE STATUS IS WS-REUSEWK-STATUS.

      *    MESSAGE-ID PREFIX TO DESTINATION - SEE CBROUTE
           SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTMSTR-STATUS.

      *    COLLISION REPORT, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBARCH.

      *    ONE REASSEMBLED ENCRYPT RESULT.  THE KEY PUTS EVERY MESSAGE
      *    UNDER ONE SHIFT OR KEYWORD WITH THE SAME LEADING BLOCK SIDE
      *    BY SIDE.  THE TEXT HOLDS UP TO 99 SEGMENTS OF 16.
       FD  REUSE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  REUSE-WORK-RECORD.
           05  RW-WORK-KEY.
               10  RW-GROUP-KEY.
                   15  RW-CIPHER-KEY.
                       20  RW-CIPHER-TYPE  PIC X(01).
                       20  RW-SHIFT-KEY    PIC 9(02).
                       20  RW-VIG-KEYWORD  PIC X(16).
                   15  RW-LEAD-BLOCK       PIC X(16).
               10  RW-MESSAGE-ID           PIC X(06).
               10  RW-RUN-DATE             PIC 9(08).
           05  RW-SEGMENT-COUNT            PIC 9(02).
           05  RW-RESULT-TEXT              PIC X(1584).

       FD  ROUTE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBROUTE.

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
           05  WS-REUSEWK-EOF-SW           PIC X(01) VALUE 'N'.
               88  REUSEWK-EOF                 VALUE 'Y'.
           05  WS-ROUTMSTR-EOF-SW          PIC X(01) VALUE 'N'.
               88  ROUTMSTR-EOF                VALUE 'Y'.
           05  WS-NO-ARCHIVE-SW            PIC X(01) VALUE 'N'.
               88  WS-NO-ARCHIVE               VALUE 'Y'.
           05  WS-MESSAGE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-MESSAGE-OPEN             VALUE 'Y'.
           05  WS-KEY-HEADING-SW           PIC X(01) VALUE 'N'.
               88  WS-KEY-HEADING-DONE         VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
           05  WS-REUSEWK-STATUS           PIC X(02) VALUE '00'.
           05  WS-ROUTMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-ENCRYPT-ROW-COUNT        PIC 9(07) COMP VALUE 0.
           05  WS-MESSAGE-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-GROUP-REPORTED-COUNT     PIC 9(07) COMP VALUE 0.
           05  WS-IDENTICAL-TOTAL          PIC 9(07) COMP VALUE 0.
           05  WS-LEAD-ONLY-TOTAL          PIC 9(07) COMP VALUE 0.
           05  WS-BAD-RULE-COUNT           PIC 9(03) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(07).
       01  WS-DEST-DISPLAY                 PIC 9(01).

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
      *    NAMING THE DESTINATION SUPPLIES IT
       01  WS-DEST-NAME-TABLE-AREA.
           05  WS-DEST-NAME                PIC X(16) VALUE SPACES
                                           OCCURS 3 TIMES.

      *----------------------------------------------------------------
      *    MESSAGE BEING REASSEMBLED FROM ITS ARCHIVE SEGMENTS
      *----------------------------------------------------------------
       01  WS-MESSAGE-FIELDS.
           05  WS-MSG-MESSAGE-ID           PIC X(06).
           05  WS-MSG-RUN-DATE             PIC 9(08).
           05  WS-MSG-CIPHER-TYPE          PIC X(01).
           05  WS-MSG-SHIFT-KEY            PIC 9(02).
           05  WS-MSG-VIG-KEYWORD          PIC X(16).
           05  WS-MSG-SEGMENTS             PIC 9(02).
           05  WS-MSG-TEXT                 PIC X(1584).

      *----------------------------------------------------------------
      *    GROUP OF MESSAGES SHARING ONE KEY AND LEADING BLOCK.  GP-
      *    MATCH-SUB POINTS AT THE EARLIER MEMBER WHOSE WHOLE TEXT IT
      *    REPEATS (ZERO - ITS TEXT IS THE FIRST OF ITS KIND).  A FULL
      *    TABLE STOPS THE RUN RATHER THAN UNDER-REPORT A COLLISION.
      *----------------------------------------------------------------
       01  WS-GROUP-TABLE-AREA.
           05  WS-GROUP-KEY                PIC X(35).
           05  WS-GROUP-COUNT              PIC 9(03) COMP VALUE 0.
           05  WS-GROUP-TABLE OCCURS 200 TIMES INDEXED BY GP-IDX.
               10  GP-MESSAGE-ID           PIC X(06).
               10  GP-RUN-DATE             PIC 9(08).
               10  GP-SEGMENTS             PIC 9(02).
               10  GP-MATCH-SUB            PIC 9(03) COMP.
               10  GP-TEXT                 PIC X(1584).

      *----------------------------------------------------------------
      *    COLLISIONS PER KEY, KEPT IN DESCENDING COLLISION ORDER BY
      *    INSERTION SO THE WORST KEY LISTS FIRST WITHOUT A SORT STEP
      *----------------------------------------------------------------
       01  WS-KEY-TABLE-AREA.
           05  WS-CURR-CIPHER-KEY          PIC X(19).
           05  WS-CURR-CIPHER-KEY-R REDEFINES WS-CURR-CIPHER-KEY.
               10  WS-CURR-CIPHER-TYPE     PIC X(01).
               10  WS-CURR-SHIFT-KEY       PIC 9(02).
               10  WS-CURR-VIG-KEYWORD     PIC X(16).
           05  WS-CURR-IDENTICAL           PIC 9(07) COMP VALUE 0.
           05  WS-CURR-LEAD-ONLY           PIC 9(07) COMP VALUE 0.
           05  WS-KEY-SUMMARY-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-KEY-SUMMARY OCCURS 500 TIMES INDEXED BY KS-IDX.
               10  KS-CIPHER-TYPE          PIC X(01).
               10  KS-SHIFT-KEY            PIC 9(02).
               10  KS-VIG-KEYWORD          PIC X(16).
               10  KS-IDENTICAL            PIC 9(07) COMP.
               10  KS-LEAD-ONLY            PIC 9(07) COMP.
               10  KS-TOTAL                PIC 9(07) COMP.

      *----------------------------------------------------------------
      *    WORK FIELDS
      *----------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05  WS-ROUTE-SUB                PIC 9(03) COMP.
           05  WS-TRIM-SUB                 PIC 9(01) COMP.
           05  WS-MATCH-DEST               PIC 9(01) COMP VALUE 0.
           05  WS-MATCH-LEN                PIC 9(01) COMP VALUE 0.
           05  WS-DEST-SUB                 PIC 9(01) COMP.
           05  WS-LOOKUP-ID                PIC X(06).
           05  WS-SEG-SUB                  PIC 9(02) COMP.
           05  WS-TEXT-POS                 PIC 9(04) COMP.
           05  WS-TEXT-LEN                 PIC 9(04) COMP.
           05  WS-MEMBER-SUB               PIC 9(03) COMP.
           05  WS-EARLIER-SUB              PIC 9(03) COMP.
           05  WS-GROUP-IDENTICAL          PIC 9(03) COMP.
           05  WS-KEY-IDENTICAL            PIC 9(07) COMP.
           05  WS-KEY-LEAD-ONLY            PIC 9(07) COMP.
           05  WS-KEY-TOTAL                PIC 9(07) COMP.
           05  WS-INSERT-SUB               PIC 9(03) COMP.
           05  WS-KEY-SUB                  PIC 9(03) COMP.
           05  WS-SHIFT-SUB                PIC 9(03) COMP.
           05  WS-GROUP-SIZE-DISPLAY       PIC 9(03).

      *----------------------------------------------------------------
      *    REPORT LINE LAYOUTS
      *----------------------------------------------------------------
       01  WS-MEMBER-HEADING.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE 'MSG ID'.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE'.
           05  FILLER                      PIC X(04) VALUE 'SG'.
           05  FILLER                      PIC X(18) VALUE
               'DESTINATION'.
           05  FILLER                      PIC X(36) VALUE
               'WHOLE TEXT'.

       01  WS-MEMBER-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-ML-MESSAGE-ID            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-ML-RUN-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-ML-SEGMENTS              PIC Z9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-ML-DEST                  PIC X(16).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-ML-NOTE                  PIC X(36).

       01  WS-KEY-HEADING.
           05  FILLER                      PIC X(10) VALUE 'CIPHER'.
           05  FILLER                      PIC X(18) VALUE
               'SHIFT / KEYWORD'.
           05  FILLER                      PIC X(11) VALUE
               'IDENTICAL'.
           05  FILLER                      PIC X(11) VALUE
               'LEAD-ONLY'.
           05  FILLER                      PIC X(30) VALUE
               'COLLISIONS'.

       01  WS-KEY-LINE.
           05  WS-KL-CIPHER                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-KL-KEY                   PIC X(16).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-KL-IDENTICAL             PIC Z(06)9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-KL-LEAD-ONLY             PIC Z(06)9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-KL-TOTAL                 PIC Z(06)9.
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  WS-KEY-NAME.
           05  WS-KN-CIPHER                PIC X(08).
           05  WS-KN-KEY                   PIC X(16).

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-NO-ARCHIVE
               PERFORM 2000-BUILD-WORK-FILE THRU 2000-EXIT
               PERFORM 3000-DETECT-COLLISIONS THRU 3000-EXIT
           END-IF
           PERFORM 5000-REPORT-KEYS THRU 5000-EXIT
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES, LOAD THE ROUTING TABLE          *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT ARCHIVE-FILE
      *    A FRESHLY DEFINED, NEVER-LOADED ARCHIVE OPENS WITH STATUS
      *    35 - THERE IS SIMPLY NOTHING TO SCAN YET.
           IF WS-ARCHIVE-STATUS = '35'
               SET WS-NO-ARCHIVE TO TRUE
           ELSE
               IF WS-ARCHIVE-STATUS NOT = '00'
                   DISPLAY 'KEYREUSE ABEND - ARCHIVE OPEN FAILED, '
                       'STATUS ' WS-ARCHIVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ROUTE-MASTER-FILE
           IF WS-ROUTMSTR-STATUS NOT = '00'
               DISPLAY 'KEYREUSE ABEND - ROUTMSTR OPEN FAILED, '
                   'STATUS ' WS-ROUTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-LOAD-ROUTING-TABLE THRU 1100-EXIT
           CLOSE ROUTE-MASTER-FILE
           MOVE 'REPEATED-CIPHERTEXT AND KEY-REUSE REPORT - ENCRYPT '
               TO REPORT-RECORD
           MOVE 'RESULTS' TO REPORT-RECORD(52:7)
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           IF WS-NO-ARCHIVE
               MOVE 'NO ARCHIVE FILE - NOTHING TO SCAN'
                   TO REPORT-RECORD
               PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *    A RULE LEFT OFF THE TABLE WOULD MISNAME A DESTINATION ON
      *    THE REPORT - A FULL TABLE STOPS THE RUN.
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
                   DISPLAY 'KEYREUSE ABEND - ROUTING TABLE FULL AT 50 '
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

      ******************************************************************
      *  2000-BUILD-WORK-FILE - PASS ONE.  THE ARCHIVE IS IN MESSAGE   *
      *  ID, RUN DATE, MODE, SEGMENT ORDER, SO AN ENCRYPT RESULT'S     *
      *  SEGMENTS ARRIVE TOGETHER; EACH WHOLE MESSAGE GOES ON THE      *
      *  WORK FILE AS ONE RECORD.                                      *
      ******************************************************************
       2000-BUILD-WORK-FILE.
           OPEN OUTPUT REUSE-WORK-FILE
           IF WS-REUSEWK-STATUS NOT = '00'
               DISPLAY 'KEYREUSE ABEND - REUSEWK OPEN FAILED, STATUS '
                   WS-REUSEWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
           PERFORM 2200-BUILD-LOOP THRU 2200-EXIT
               UNTIL ARCHIVE-EOF
           IF WS-MESSAGE-OPEN
               PERFORM 2600-WRITE-WORK-RECORD THRU 2600-EXIT
           END-IF
           CLOSE REUSE-WORK-FILE.
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

       2200-BUILD-LOOP.
           PERFORM 2300-TAKE-ROW THRU 2300-EXIT
           PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-TAKE-ROW.
           IF AR-MODE NOT = 'E'
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-ENCRYPT-ROW-COUNT
           IF WS-MESSAGE-OPEN
              AND AR-MESSAGE-ID = WS-MSG-MESSAGE-ID
              AND AR-RUN-DATE   = WS-MSG-RUN-DATE
               PERFORM 2500-ADD-SEGMENT THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-MESSAGE-OPEN
               PERFORM 2600-WRITE-WORK-RECORD THRU 2600-EXIT
           END-IF
           SET WS-MESSAGE-OPEN TO TRUE
           MOVE AR-MESSAGE-ID  TO WS-MSG-MESSAGE-ID
           MOVE AR-RUN-DATE    TO WS-MSG-RUN-DATE
      *    ENCODE TREATS ANY CIPHER OTHER THAN V AS CAESAR.  ONLY THE
      *    SHIFT MATTERS TO A CAESAR KEY AND ONLY THE KEYWORD TO A
      *    VIGENERE ONE, SO THE OTHER IS CLEARED FROM THE WORK KEY.
           IF AR-CIPHER-TYPE = 'V'
               MOVE 'V'            TO WS-MSG-CIPHER-TYPE
               MOVE 0              TO WS-MSG-SHIFT-KEY
               MOVE AR-VIG-KEYWORD TO WS-MSG-VIG-KEYWORD
           ELSE
               MOVE 'C'            TO WS-MSG-CIPHER-TYPE
               MOVE AR-SHIFT-KEY   TO WS-MSG-SHIFT-KEY
               MOVE SPACES         TO WS-MSG-VIG-KEYWORD
           END-IF
           MOVE 0 TO WS-MSG-SEGMENTS
           MOVE SPACES TO WS-MSG-TEXT
           PERFORM 2500-ADD-SEGMENT THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

      *    A ZERO SEGMENT SEQUENCE IS AN ORDINARY SINGLE-RECORD
      *    MESSAGE - IT IS SEGMENT ONE
       2500-ADD-SEGMENT.
           MOVE AR-SEGMENT-SEQ TO WS-SEG-SUB
           IF WS-SEG-SUB = 0
               MOVE 1 TO WS-SEG-SUB
           END-IF
           COMPUTE WS-TEXT-POS = (WS-SEG-SUB - 1) * 16 + 1
           MOVE AR-RESULT-TEXT TO WS-MSG-TEXT(WS-TEXT-POS:16)
           IF WS-SEG-SUB > WS-MSG-SEGMENTS
               MOVE WS-SEG-SUB TO WS-MSG-SEGMENTS
           END-IF.
       2500-EXIT.
           EXIT.

       2600-WRITE-WORK-RECORD.
           MOVE 'N' TO WS-MESSAGE-OPEN-SW
           MOVE WS-MSG-CIPHER-TYPE TO RW-CIPHER-TYPE
           MOVE WS-MSG-SHIFT-KEY   TO RW-SHIFT-KEY
           MOVE WS-MSG-VIG-KEYWORD TO RW-VIG-KEYWORD
           MOVE WS-MSG-TEXT(1:16)  TO RW-LEAD-BLOCK
           MOVE WS-MSG-MESSAGE-ID  TO RW-MESSAGE-ID
           MOVE WS-MSG-RUN-DATE    TO RW-RUN-DATE
           MOVE WS-MSG-SEGMENTS    TO RW-SEGMENT-COUNT
           MOVE WS-MSG-TEXT        TO RW-RESULT-TEXT
           WRITE REUSE-WORK-RECORD
               INVALID KEY
                   DISPLAY 'KEYREUSE ABEND - REUSEWK WRITE FAILED, '
                       'STATUS ' WS-REUSEWK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-MESSAGE-COUNT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *  3000-DETECT-COLLISIONS - PASS TWO.  THE WORK FILE READS BACK  *
      *  IN KEY / LEADING-BLOCK ORDER; EACH CHANGE OF LEADING BLOCK    *
      *  ENDS A GROUP AND EACH CHANGE OF KEY ENDS A KEY.               *
      ******************************************************************
       3000-DETECT-COLLISIONS.
           OPEN INPUT REUSE-WORK-FILE
           IF WS-REUSEWK-STATUS NOT = '00'
               DISPLAY 'KEYREUSE ABEND - REUSEWK OPEN FAILED, STATUS '
                   WS-REUSEWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE '===== MESSAGES SHARING A LEADING BLOCK UNDER ONE KEY '
               TO REPORT-RECORD
           MOVE '=====' TO REPORT-RECORD(54:5)
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           PERFORM 3100-READ-WORK THRU 3100-EXIT
           IF NOT REUSEWK-EOF
               MOVE RW-GROUP-KEY  TO WS-GROUP-KEY
               MOVE RW-CIPHER-KEY TO WS-CURR-CIPHER-KEY
           END-IF
           PERFORM 3200-DETECT-LOOP THRU 3200-EXIT
               UNTIL REUSEWK-EOF
           PERFORM 3500-EVALUATE-GROUP THRU 3500-EXIT
           PERFORM 3700-CLOSE-KEY THRU 3700-EXIT
           IF WS-GROUP-REPORTED-COUNT = 0
               MOVE '  NONE - NO TWO MESSAGES SHARE A LEADING BLOCK'
                   TO REPORT-RECORD
               MOVE ' UNDER ONE KEY' TO REPORT-RECORD(47:14)
               PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           END-IF
           CLOSE REUSE-WORK-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-WORK.
           READ REUSE-WORK-FILE NEXT RECORD
               AT END
                   SET REUSEWK-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-DETECT-LOOP.
           IF RW-GROUP-KEY NOT = WS-GROUP-KEY
               PERFORM 3500-EVALUATE-GROUP THRU 3500-EXIT
               MOVE RW-GROUP-KEY TO WS-GROUP-KEY
           END-IF
           IF RW-CIPHER-KEY NOT = WS-CURR-CIPHER-KEY
               PERFORM 3700-CLOSE-KEY THRU 3700-EXIT
               MOVE RW-CIPHER-KEY TO WS-CURR-CIPHER-KEY
           END-IF
           IF WS-GROUP-COUNT = 200
               DISPLAY 'KEYREUSE ABEND - OVER 200 MESSAGES SHARE ONE '
                   'LEADING BLOCK UNDER ONE KEY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE RW-MESSAGE-ID    TO GP-MESSAGE-ID(WS-GROUP-COUNT)
           MOVE RW-RUN-DATE      TO GP-RUN-DATE(WS-GROUP-COUNT)
           MOVE RW-SEGMENT-COUNT TO GP-SEGMENTS(WS-GROUP-COUNT)
           MOVE RW-RESULT-TEXT   TO GP-TEXT(WS-GROUP-COUNT)
           MOVE 0                TO GP-MATCH-SUB(WS-GROUP-COUNT)
           PERFORM 3100-READ-WORK THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3500-EVALUATE-GROUP - A GROUP OF TWO OR MORE IS A COLLISION.  *
      *  EACH MEMBER IS CHECKED AGAINST THE EARLIER ONES FOR A WHOLE-  *
      *  TEXT MATCH, THEN THE GROUP IS LISTED AND COUNTED TO ITS KEY:  *
      *  EVERY REPEAT OF A WHOLE TEXT IS ONE IDENTICAL COLLISION, AND  *
      *  EVERY FURTHER DISTINCT TEXT ONE LEADING-BLOCK-ONLY COLLISION. *
      ******************************************************************
       3500-EVALUATE-GROUP.
           IF WS-GROUP-COUNT < 2
               MOVE 0 TO WS-GROUP-COUNT
               GO TO 3500-EXIT
           END-IF
           MOVE 0 TO WS-GROUP-IDENTICAL
           PERFORM 3510-MATCH-ONE-MEMBER THRU 3510-EXIT
               VARYING WS-MEMBER-SUB FROM 2 BY 1
               UNTIL WS-MEMBER-SUB > WS-GROUP-COUNT
           ADD WS-GROUP-IDENTICAL TO WS-CURR-IDENTICAL
           COMPUTE WS-CURR-LEAD-ONLY = WS-CURR-LEAD-ONLY
               + WS-GROUP-COUNT - WS-GROUP-IDENTICAL - 1
           ADD 1 TO WS-GROUP-REPORTED-COUNT
           IF NOT WS-KEY-HEADING-DONE
               SET WS-KEY-HEADING-DONE TO TRUE
               PERFORM 3600-NAME-CURRENT-KEY THRU 3600-EXIT
               MOVE SPACES TO REPORT-RECORD
               PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
               STRING 'KEY: ' WS-KN-CIPHER ' ' WS-KN-KEY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           END-IF
           MOVE WS-GROUP-COUNT TO WS-GROUP-SIZE-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING '  LEADING BLOCK ' QUOTE WS-GROUP-KEY(20:16) QUOTE
                  '  MESSAGES ' WS-GROUP-SIZE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE WS-MEMBER-HEADING TO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           PERFORM 3550-LIST-ONE-MEMBER THRU 3550-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-COUNT.
       3500-EXIT.
           EXIT.

       3510-MATCH-ONE-MEMBER.
           PERFORM 3520-COMPARE-EARLIER THRU 3520-EXIT
               VARYING WS-EARLIER-SUB FROM 1 BY 1
               UNTIL WS-EARLIER-SUB >= WS-MEMBER-SUB
                  OR GP-MATCH-SUB(WS-MEMBER-SUB) > 0
           IF GP-MATCH-SUB(WS-MEMBER-SUB) > 0
               ADD 1 TO WS-GROUP-IDENTICAL
           END-IF.
       3510-EXIT.
           EXIT.

      *    ONLY AN EARLIER MEMBER THAT IS ITSELF THE FIRST OF ITS TEXT
      *    IS COMPARED, SO EVERY REPEAT POINTS AT THE SAME ORIGINAL
       3520-COMPARE-EARLIER.
           IF GP-MATCH-SUB(WS-EARLIER-SUB) NOT = 0
              OR GP-SEGMENTS(WS-EARLIER-SUB)
                 NOT = GP-SEGMENTS(WS-MEMBER-SUB)
               GO TO 3520-EXIT
           END-IF
           COMPUTE WS-TEXT-LEN = GP-SEGMENTS(WS-MEMBER-SUB) * 16
           IF WS-TEXT-LEN = 0
               MOVE 16 TO WS-TEXT-LEN
           END-IF
           IF GP-TEXT(WS-EARLIER-SUB)(1:WS-TEXT-LEN)
                 = GP-TEXT(WS-MEMBER-SUB)(1:WS-TEXT-LEN)
               MOVE WS-EARLIER-SUB TO GP-MATCH-SUB(WS-MEMBER-SUB)
           END-IF.
       3520-EXIT.
           EXIT.

       3550-LIST-ONE-MEMBER.
           MOVE GP-MESSAGE-ID(WS-MEMBER-SUB) TO WS-ML-MESSAGE-ID
           MOVE GP-RUN-DATE(WS-MEMBER-SUB)   TO WS-ML-RUN-DATE
           MOVE GP-SEGMENTS(WS-MEMBER-SUB)   TO WS-ML-SEGMENTS
           MOVE GP-MESSAGE-ID(WS-MEMBER-SUB) TO WS-LOOKUP-ID
           PERFORM 3560-FIND-DESTINATION THRU 3560-EXIT
           MOVE SPACES TO WS-ML-NOTE
           IF GP-MATCH-SUB(WS-MEMBER-SUB) > 0
               MOVE GP-MATCH-SUB(WS-MEMBER-SUB) TO WS-EARLIER-SUB
               STRING 'IDENTICAL TO ' GP-MESSAGE-ID(WS-EARLIER-SUB)
                      ' ' GP-RUN-DATE(WS-EARLIER-SUB)
                   DELIMITED BY SIZE INTO WS-ML-NOTE
           END-IF
           MOVE WS-MEMBER-LINE TO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT.
       3550-EXIT.
           EXIT.

      *    DESTINATION BY THE LONGEST MATCHING ROUTING PREFIX
       3560-FIND-DESTINATION.
           MOVE 0 TO WS-MATCH-DEST
           MOVE 0 TO WS-MATCH-LEN
           PERFORM 3570-TRY-ONE-RULE THRU 3570-EXIT
               VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-TABLE-COUNT
           IF WS-MATCH-DEST = 0
               MOVE 'UNROUTED' TO WS-ML-DEST
           ELSE
               MOVE WS-DEST-NAME(WS-MATCH-DEST) TO WS-ML-DEST
               IF WS-ML-DEST = SPACES
                   MOVE WS-MATCH-DEST TO WS-DEST-DISPLAY
                   STRING 'DESTINATION ' WS-DEST-DISPLAY
                       DELIMITED BY SIZE INTO WS-ML-DEST
               END-IF
           END-IF.
       3560-EXIT.
           EXIT.

       3570-TRY-ONE-RULE.
           IF RO-PREFIX-LEN(WS-ROUTE-SUB) = 0
               GO TO 3570-EXIT
           END-IF
           IF WS-LOOKUP-ID(1:RO-PREFIX-LEN(WS-ROUTE-SUB))
                 = RO-PREFIX(WS-ROUTE-SUB)
                   (1:RO-PREFIX-LEN(WS-ROUTE-SUB))
               IF RO-PREFIX-LEN(WS-ROUTE-SUB) > WS-MATCH-LEN
                   MOVE RO-PREFIX-LEN(WS-ROUTE-SUB) TO WS-MATCH-LEN
                   MOVE RO-DEST(WS-ROUTE-SUB) TO WS-MATCH-DEST
               END-IF
           END-IF.
       3570-EXIT.
           EXIT.

      *    PRINTABLE NAME OF THE KEY IN WS-CURR-CIPHER-KEY
       3600-NAME-CURRENT-KEY.
           MOVE SPACES TO WS-KEY-NAME
           IF WS-CURR-CIPHER-TYPE = 'V'
               MOVE 'VIGENERE'          TO WS-KN-CIPHER
               MOVE WS-CURR-VIG-KEYWORD TO WS-KN-KEY
           ELSE
               MOVE 'CAESAR'            TO WS-KN-CIPHER
               MOVE 'SHIFT '            TO WS-KN-KEY
               MOVE WS-CURR-SHIFT-KEY   TO WS-KN-KEY(7:2)
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  3700-CLOSE-KEY - FILE THE KEY JUST ENDED IN THE COLLISION     *
      *  TABLE IF IT HAD ANY, IN DESCENDING COLLISION ORDER            *
      ******************************************************************
       3700-CLOSE-KEY.
           MOVE 'N' TO WS-KEY-HEADING-SW
           COMPUTE WS-KEY-TOTAL = WS-CURR-IDENTICAL + WS-CURR-LEAD-ONLY
           MOVE WS-CURR-IDENTICAL TO WS-KEY-IDENTICAL
           MOVE WS-CURR-LEAD-ONLY TO WS-KEY-LEAD-ONLY
           MOVE 0 TO WS-CURR-IDENTICAL
           MOVE 0 TO WS-CURR-LEAD-ONLY
           IF WS-KEY-TOTAL = 0
               GO TO 3700-EXIT
           END-IF
           IF WS-KEY-SUMMARY-COUNT = 500
               DISPLAY 'KEYREUSE ABEND - COLLISION TABLE FULL AT 500 '
                   'KEYS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD WS-KEY-IDENTICAL TO WS-IDENTICAL-TOTAL
           ADD WS-KEY-LEAD-ONLY TO WS-LEAD-ONLY-TOTAL
           MOVE WS-KEY-SUMMARY-COUNT TO WS-INSERT-SUB
           ADD 1 TO WS-INSERT-SUB
           PERFORM 3710-FIND-INSERT-SLOT THRU 3710-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-SUMMARY-COUNT
           PERFORM 3720-SHIFT-ONE-ENTRY THRU 3720-EXIT
               VARYING WS-SHIFT-SUB FROM WS-KEY-SUMMARY-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
           ADD 1 TO WS-KEY-SUMMARY-COUNT
           MOVE WS-CURR-CIPHER-TYPE TO KS-CIPHER-TYPE(WS-INSERT-SUB)
           MOVE WS-CURR-SHIFT-KEY   TO KS-SHIFT-KEY(WS-INSERT-SUB)
           MOVE WS-CURR-VIG-KEYWORD TO KS-VIG-KEYWORD(WS-INSERT-SUB)
           MOVE WS-KEY-IDENTICAL    TO KS-IDENTICAL(WS-INSERT-SUB)
           MOVE WS-KEY-LEAD-ONLY    TO KS-LEAD-ONLY(WS-INSERT-SUB)
           MOVE WS-KEY-TOTAL        TO KS-TOTAL(WS-INSERT-SUB).
       3700-EXIT.
           EXIT.

       3710-FIND-INSERT-SLOT.
           IF KS-TOTAL(WS-KEY-SUB) < WS-KEY-TOTAL
              AND WS-KEY-SUB < WS-INSERT-SUB
               MOVE WS-KEY-SUB TO WS-INSERT-SUB
           END-IF.
       3710-EXIT.
           EXIT.

       3720-SHIFT-ONE-ENTRY.
           MOVE WS-KEY-SUMMARY(WS-SHIFT-SUB)
               TO WS-KEY-SUMMARY(WS-SHIFT-SUB + 1).
       3720-EXIT.
           EXIT.

      ******************************************************************
      *  5000-REPORT-KEYS - COLLISIONS PER KEY, WORST FIRST, FOR KEY   *
      *  CUSTODY'S ROTATION PRIORITIES                                 *
      ******************************************************************
       5000-REPORT-KEYS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE '===== COLLISIONS PER KEY - ROTATE FROM THE TOP ====='
               TO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE WS-KEY-HEADING TO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           PERFORM 5100-EMIT-KEY-LINE THRU 5100-EXIT
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-SUMMARY-COUNT
           IF WS-KEY-SUMMARY-COUNT = 0
               MOVE '  NONE - NO KEY HAS A COLLISION' TO REPORT-RECORD
               PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-EMIT-KEY-LINE.
           MOVE KS-CIPHER-TYPE(WS-KEY-SUB) TO WS-CURR-CIPHER-TYPE
           MOVE KS-SHIFT-KEY(WS-KEY-SUB)   TO WS-CURR-SHIFT-KEY
           MOVE KS-VIG-KEYWORD(WS-KEY-SUB) TO WS-CURR-VIG-KEYWORD
           PERFORM 3600-NAME-CURRENT-KEY THRU 3600-EXIT
           MOVE WS-KN-CIPHER               TO WS-KL-CIPHER
           MOVE WS-KN-KEY                  TO WS-KL-KEY
           MOVE KS-IDENTICAL(WS-KEY-SUB)   TO WS-KL-IDENTICAL
           MOVE KS-LEAD-ONLY(WS-KEY-SUB)   TO WS-KL-LEAD-ONLY
           MOVE KS-TOTAL(WS-KEY-SUB)       TO WS-KL-TOTAL
           MOVE WS-KEY-LINE TO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - RUN TOTALS AND THE RETURN CODE         *
      ******************************************************************
       8000-PRODUCE-SUMMARY.
           DISPLAY ' '
           DISPLAY '===== KEYREUSE RUN SUMMARY ====='
           MOVE SPACES TO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           STRING 'ARCHIVE RECORDS READ      : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE WS-ENCRYPT-ROW-COUNT TO WS-COUNT-DISPLAY
           STRING 'ENCRYPT ROWS              : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE WS-MESSAGE-COUNT TO WS-COUNT-DISPLAY
           STRING 'ENCRYPTED MESSAGES        : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE WS-GROUP-REPORTED-COUNT TO WS-COUNT-DISPLAY
           STRING 'COLLISION GROUPS          : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE WS-IDENTICAL-TOTAL TO WS-COUNT-DISPLAY
           STRING 'IDENTICAL-TEXT REPEATS    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE WS-LEAD-ONLY-TOTAL TO WS-COUNT-DISPLAY
           STRING 'LEADING-BLOCK-ONLY REPEATS: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           MOVE WS-KEY-SUMMARY-COUNT TO WS-COUNT-DISPLAY
           STRING 'KEYS WITH COLLISIONS      : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           PERFORM 8500-EMIT-REPORT-LINE THRU 8500-EXIT
           IF WS-IDENTICAL-TOTAL > 0
               DISPLAY 'IDENTICAL CIPHERTEXT FOUND - ENDING WITH '
                   'RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           IF WS-LEAD-ONLY-TOTAL > 0
               DISPLAY 'SHARED LEADING BLOCKS FOUND - ENDING WITH '
                   'RETURN CODE 4'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *    WRITE AND DISPLAY ONE REPORT LINE, THEN CLEAR IT
       8500-EMIT-REPORT-LINE.
           WRITE REPORT-RECORD
           DISPLAY REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD.
       8500-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-NO-ARCHIVE
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
