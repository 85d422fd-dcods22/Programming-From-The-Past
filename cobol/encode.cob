      *                    AND SHIFT SO A RESUMED RUN STILL JUDGES     *
      *                    MARGINALITY; THE RUNNER-UP TEXT IS REBUILT  *
      *                    FROM ITS SHIFT WHEN THE QUEUE IS WRITTEN.   *
      *  2026-10-15  DLC  RE-SOLVE OF REJECTED REVIEWS.  A SOLVE       *
      *                    REQUEST CARRYING TI-RESOLVE-OF-DATE (FROM   *
      *                    RESOLVE) PICKS UP THE ANALYST'S HINTS FROM  *
      *                    THE REJECTED QUEUE RECORD: THE HINT KEYWORD *
      *                    IS TRIED ALONGSIDE THE OTHERS, AND THE      *
      *                    HINT SHIFTS, THE REJECTED BEST AND RUNNER-  *
      *                    UP ARE NOT TRIED AGAIN.  THE NEW ATTEMPT    *
      *                    IS ALWAYS QUEUED FOR REVIEW, POINTS BACK    *
      *                    TO THE REJECTED ONE, AND THE REJECTED ONE   *
      *                    IS STAMPED WITH THE NEW ATTEMPT'S DATE.     *
      *  2026-10-15  DLC  THE RUN DATE ON CHECKPOINTS, KEY USAGE, THE  *
      *                    REVIEW QUEUE AND THE JOURNAL NOW COMES FROM *
      *                    THE NIGHTLY CYCLE DATE (CBCYCLE) INSTEAD OF *
      *                    THE CLOCK, SO A STEP THAT CROSSES MIDNIGHT  *
      *                    STILL MATCHES ITS OWN CHECKPOINTS; EACH     *
      *                    MODE MARKS ITS STEP FINISHED ON THE CYCLE.  *
      *  2026-10-15  DLC  CLEAR THE NEW RUSH FLAG ON EVERY RESULT      *
      *                    WRITTEN - NIGHTLY RESULTS ARE NEVER RUSH    *
      *                    WORK.                                       *
      *  2026-10-15  DLC  KEY MASTER READ DIRECTLY BY KEY INSTEAD OF   *
      *                    LOADED INTO THE 100-ROW KEY TABLE, SO NO    *
      *                    DATED ROW DROPS OUT OF A KEY-ID OR          *
      *                    MESSAGE-DATE LOOKUP, THE SOLVE'S MASTER     *
      *                    KEYWORDS OR THE KEYWORD OWNER SEARCH        *
      *                    HOWEVER LARGE THE MASTER GROWS. A KEYMSTR   *
      *                    OPEN, START OR READ FAILURE NOW ENDS THE    *
      *                    STEP RC=16.                                 *
      *  2026-10-15  DLC  AN ENCRYPT NAMING A KEY-ID NOW RESOLVES IT   *
      *                    AND TRACES THE USE ON THE KEY USAGE FILE    *
      *                    (MODE E), AS DECRYPT DOES.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARPOL-STATUS.

      *    NIGHTLY CYCLE CONTROL - BUSINESS DATE AND STEP STATUS
           SELECT CYCLE-FILE ASSIGN TO "CYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  PO-SUB-TEXT                 PIC X(26).
           05  PO-FILLER                   PIC X(52).

       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBCYCLE.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
               88  WS-TRAILER-FOUND            VALUE 'Y'.
           05  WS-OUT-OF-BALANCE-SW        PIC X(01) VALUE 'N'.
               88  WS-OUT-OF-BALANCE           VALUE 'Y'.
           05  WS-RESOLVE-ATTEMPT-SW       PIC X(01) VALUE 'N'.
               88  WS-RESOLVE-ATTEMPT          VALUE 'Y'.
           05  WS-RESOLVE-HELD-SW          PIC X(01) VALUE 'N'.
               88  WS-RESOLVE-HELD             VALUE 'Y'.
           05  WS-SHIFT-EXCLUDED-SW        PIC X(01) VALUE 'N'.
               88  WS-SHIFT-EXCLUDED           VALUE 'Y'.
           05  WS-REVIEW-WRITTEN-SW        PIC X(01) VALUE 'N'.
               88  WS-REVIEW-WRITTEN           VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
           05  WS-REVIEWQ-STATUS           PIC X(02) VALUE '00'.
           05  WS-SOLVDICT-STATUS          PIC X(02) VALUE '00'.
           05  WS-CHARPOL-STATUS           PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE JOURNAL AND SUMMARY REPORT
           05  WS-ALREADY-SOLVED-COUNT     PIC 9(05) COMP VALUE 0.
           05  WS-KEY-USAGE-COUNT          PIC 9(05) COMP VALUE 0.
           05  WS-REVIEW-QUEUED-COUNT      PIC 9(05) COMP VALUE 0.
           05  WS-RESOLVE-COUNT            PIC 9(05) COMP VALUE 0.

      *----------------------------------------------------------------
      *    BATCH BALANCING - WHAT THE TRAILER PROMISED VS WHAT CAME IN
       01  WS-PARM-AREA.
           05  WS-RUN-PARM                 PIC X(20) VALUE SPACES.
           05  WS-MODE-FILTER              PIC X(01) VALUE SPACE.
           05  WS-CYCLE-SLOT               PIC 9(02) COMP VALUE 0.

      *----------------------------------------------------------------
      *    RUN DATE (FROM THE CYCLE) AND TIME (FROM THE CLOCK) -
      *    STAMPED ON THE JOURNAL AND CHECKPOINT RECS
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-EXPECTED-SEG-SEQ         PIC 9(03) COMP.
           05  WS-SOLVE-SHIFT              PIC 9(02) COMP.
           05  WS-SOLVE-START              PIC 9(02) COMP.
           05  WS-KEY-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-KEY-SCAN-EOF             VALUE 'Y'.
           05  WS-KEY-HIT-SW               PIC X(01) VALUE 'N'.
               88  WS-KEY-HIT                  VALUE 'Y'.
           05  WS-OLDEST-KEY-SW            PIC X(01) VALUE 'N'.
               88  WS-OLDEST-KEY-FOUND         VALUE 'Y'.

      *----------------------------------------------------------------
      *    ASSEMBLED-MESSAGE AREA - A MULTI-SEGMENT TEXT-IN GROUP IS
           05  WS-SOLVE-MARGINAL-SW        PIC X(01) VALUE 'N'.
               88  WS-SOLVE-MARGINAL           VALUE 'Y'.

      *----------------------------------------------------------------
      *    RE-SOLVE OF A REJECTED REVIEW - THE REJECTED ATTEMPT'S RUN
      *    DATE, THE ANALYST'S HINT KEYWORD, AND THE KEYWORDS AND
      *    CAESAR SHIFTS NOT TO TRY AGAIN (UP TO SIX HINT SHIFTS PLUS
      *    THE REJECTED BEST AND RUNNER-UP)
      *----------------------------------------------------------------
       01  WS-RESOLVE-AREA.
           05  WS-RESOLVE-OF-DATE          PIC 9(08) VALUE 0.
           05  WS-HINT-KEYWORD             PIC A(16).
           05  WS-EXCL-KEYWORD-1           PIC A(16).
           05  WS-EXCL-KEYWORD-2           PIC A(16).
           05  WS-EXCL-SHIFT-COUNT         PIC 9(02) COMP VALUE 0.
           05  WS-EXCL-SHIFT-TABLE OCCURS 8 TIMES INDEXED BY XS-IDX.
               10  XS-SHIFT                PIC 9(02) COMP.
           05  WS-EXCL-SUB                 PIC 9(02) COMP VALUE 0.

      *    EXPECTED ENGLISH LETTER FREQUENCY, A THRU Z, PER-MILLE
       01  WS-LETTER-FREQ-LIST.
           05  FILLER  PIC 9(04) VALUE 0820.
           05  WS-LETTER-FREQ              PIC 9(04) OCCURS 26 TIMES.

      *----------------------------------------------------------------
      *    KEY-MASTER ROWS SETTLED ON BY A LOOKUP.  THE MASTER IS READ
      *    DIRECTLY BY KEY RATHER THAN LOADED INTO A TABLE, SO EVERY
      *    DATED ROW TAKES PART HOWEVER LARGE THE MASTER GROWS.  THE
      *    OLDEST ROW OF A KEY-ID IS HELD BESIDE THE HIT AS ITS
      *    FALLBACK.
      *----------------------------------------------------------------
       01  WS-HIT-KEY-ROW.
           05  WS-HIT-KEY-ID               PIC X(06).
           05  WS-HIT-EFFECTIVE-DATE       PIC 9(08).
           05  WS-HIT-SHIFT-VALUE          PIC 9(02).
           05  WS-HIT-CIPHER-TYPE          PIC X(01).
           05  WS-HIT-VIG-KEYWORD          PIC A(16).

       01  WS-OLDEST-KEY-ROW.
           05  WS-OLDEST-KEY-ID            PIC X(06).
           05  WS-OLDEST-EFFECTIVE-DATE    PIC 9(08).
           05  WS-OLDEST-SHIFT-VALUE       PIC 9(02).
           05  WS-OLDEST-CIPHER-TYPE       PIC X(01).
           05  WS-OLDEST-VIG-KEYWORD       PIC A(16).

       01  WS-TABLE-SUBSCRIPT              PIC 9(03) COMP VALUE 0.

           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES AND LOAD PARM                    *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(9:8)  TO WS-CURR-TIME-HHMMSSHH

           MOVE SPACES TO WS-RUN-PARM
               WHEN OTHER
                   MOVE SPACE TO WS-MODE-FILTER
           END-EVALUATE
           PERFORM 1080-READ-CYCLE-DATE THRU 1080-EXIT

           OPEN INPUT  TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = '00'
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT  KEY-MASTER-FILE
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'ENCODE ABEND - KEYMSTR OPEN FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1070-OPEN-KEY-USAGE THRU 1070-EXIT
           PERFORM 1075-OPEN-REVIEWQ THRU 1075-EXIT

           PERFORM 1300-LOAD-KEYWORD-DICT THRU 1300-EXIT
           PERFORM 1400-LOAD-CHAR-POLICY THRU 1400-EXIT.
       1000-EXIT.
       1060-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE OPEN NIGHTLY CYCLE'S, NOT THE
      *    CLOCK'S, SO EVERY STEP OF ONE NIGHT AGREES ON IT WHEREVER
      *    MIDNIGHT FALLS.  NO OPEN CYCLE MEANS THE STREAM WAS NOT
      *    STARTED BY CYCLCTL - STOP BEFORE READING ANY TEXT-IN.
       1080-READ-CYCLE-DATE.
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'ENCODE ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           IF NOT CY-CYCLE-OPEN
               DISPLAY 'ENCODE ABEND - NO NIGHTLY CYCLE IS OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CY-CYCLE-DATE TO WS-CURR-DATE-YYYYMMDD
           DISPLAY 'CYCLE DATE: ' CY-CYCLE-DATE.
       1080-EXIT.
           EXIT.

      ******************************************************************
               MOVE SPACE TO TO-SEGMENT-LAST-SW
           END-IF
           MOVE WS-OUT-CHAR-POLICY TO TO-CHAR-POLICY
           MOVE SPACE  TO TO-RUSH-FLAG
           MOVE SPACES TO TO-FILLER
           WRITE TEXT-OUT-RECORD
           ADD 1 TO WS-OUTPUT-COUNT.
      *  3000-ENCRYPT-RECORD - FAMILY OF PARAGRAPHS                   *
      ******************************************************************
       3000-ENCRYPT-RECORD.
      *    THE ENCRYPT RUNS ON THE SHIFT AND KEYWORD CARRIED ON THE
      *    RECORD.  A NAMED KEY-ID IS STILL RESOLVED SO THE USE IS
      *    TRACED ON THE USAGE FILE - KEYCOMP MUST BE ABLE TO FIND
      *    EVERY MESSAGE ENCRYPTED UNDER A COMPROMISED KEY.
           IF TI-KEY-ID NOT = SPACES
               PERFORM 4110-FIND-KEY-BY-ID THRU 4110-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TI-CIPHER-VIGENERE
                   PERFORM 3200-ENCRYPT-VIGENERE THRU 3200-EXIT

      *    RESOLVE THE SHIFT (AND, FOR VIGENERE, THE KEYWORD) TO USE
      *    FOR A DECRYPT: BY KEY-ID, ELSE BY MESSAGE DATE AGAINST THE
      *    KEY MASTER, ELSE FALL BACK TO WHAT WAS CARRIED ON THE
      *    RECORD ITSELF.
       4100-LOOKUP-SHIFT-KEY.
           MOVE TI-SHIFT-KEY   TO WS-SHIFT-AMT
      *    THE KEY AS ORIGINALLY ESTABLISHED - RATHER THAN TO THE
      *    UNRESOLVED VALUES CARRIED ON THE RECORD.
       4110-FIND-KEY-BY-ID.
           MOVE 'N' TO WS-KEY-HIT-SW
           MOVE 'N' TO WS-OLDEST-KEY-SW
           MOVE TI-KEY-ID TO KM-KEY-ID
           PERFORM 4130-START-AT-KEY-ID THRU 4130-EXIT
           PERFORM 4111-SCAN-FOR-ID THRU 4111-EXIT
               UNTIL WS-KEY-SCAN-EOF
           IF NOT WS-KEY-HIT
              AND WS-OLDEST-KEY-FOUND
               MOVE WS-OLDEST-KEY-ROW TO WS-HIT-KEY-ROW
               SET WS-KEY-HIT TO TRUE
           END-IF
           IF WS-KEY-HIT
               MOVE WS-HIT-SHIFT-VALUE TO WS-SHIFT-AMT
               IF WS-HIT-VIG-KEYWORD NOT = SPACES
                   MOVE WS-HIT-VIG-KEYWORD TO WS-EFFECTIVE-KEYWORD
               END-IF
               PERFORM 6500-LOG-KEY-USAGE THRU 6500-EXIT
           END-IF.
       4110-EXIT.
           EXIT.

      *    THE ROWS OF ONE KEY-ID COME BACK IN EFFECTIVE-DATE ORDER,
      *    SO THE FIRST ACTIVE ROW IS THE OLDEST AND THE LAST ONE NOT
      *    AFTER THE MESSAGE DATE IS THE ONE IN EFFECT.  A KEY
      *    DEACTIVATED BY KEYMAINT IS PASSED OVER.
       4111-SCAN-FOR-ID.
           IF KM-KEY-ID NOT = TI-KEY-ID
               SET WS-KEY-SCAN-EOF TO TRUE
               GO TO 4111-EXIT
           END-IF
           IF NOT KM-DEACTIVATED
               PERFORM 4112-TAKE-ID-ROW THRU 4112-EXIT
           END-IF
           PERFORM 4140-READ-NEXT-KEY THRU 4140-EXIT.
       4111-EXIT.
           EXIT.

       4112-TAKE-ID-ROW.
           IF NOT WS-OLDEST-KEY-FOUND
               MOVE KM-KEY-ID         TO WS-OLDEST-KEY-ID
               MOVE KM-EFFECTIVE-DATE TO WS-OLDEST-EFFECTIVE-DATE
               MOVE KM-SHIFT-VALUE    TO WS-OLDEST-SHIFT-VALUE
               MOVE KM-CIPHER-TYPE    TO WS-OLDEST-CIPHER-TYPE
               MOVE KM-VIG-KEYWORD    TO WS-OLDEST-VIG-KEYWORD
               SET WS-OLDEST-KEY-FOUND TO TRUE
           END-IF
           IF TI-MSG-DATE NOT = ZERO
              AND KM-EFFECTIVE-DATE > TI-MSG-DATE
               GO TO 4112-EXIT
           END-IF
           PERFORM 4150-SAVE-HIT-ROW THRU 4150-EXIT.
       4112-EXIT.
           EXIT.

      *    PICK THE NEWEST KEY WHOSE EFFECTIVE DATE IS ON OR BEFORE
      *    THE MESSAGE DATE - THE KEY THAT WOULD HAVE BEEN IN EFFECT.
      *    EVERY ROW ON THE MASTER IS A CANDIDATE; ON A TIE THE FIRST
      *    IN KEY-ID ORDER IS KEPT.
       4120-FIND-KEY-BY-DATE.
           MOVE 'N' TO WS-KEY-HIT-SW
           MOVE 0   TO WS-HIT-EFFECTIVE-DATE
           PERFORM 4135-START-AT-FIRST-KEY THRU 4135-EXIT
           PERFORM 4121-SCAN-FOR-DATE THRU 4121-EXIT
               UNTIL WS-KEY-SCAN-EOF
           IF WS-KEY-HIT
               MOVE WS-HIT-SHIFT-VALUE TO WS-SHIFT-AMT
               IF WS-HIT-VIG-KEYWORD NOT = SPACES
                   MOVE WS-HIT-VIG-KEYWORD TO WS-EFFECTIVE-KEYWORD
               END-IF
               PERFORM 6500-LOG-KEY-USAGE THRU 6500-EXIT
           END-IF.
       4120-EXIT.
           EXIT.

       4121-SCAN-FOR-DATE.
           IF NOT KM-DEACTIVATED
              AND KM-EFFECTIVE-DATE <= TI-MSG-DATE
              AND KM-EFFECTIVE-DATE > WS-HIT-EFFECTIVE-DATE
               PERFORM 4150-SAVE-HIT-ROW THRU 4150-EXIT
           END-IF
           PERFORM 4140-READ-NEXT-KEY THRU 4140-EXIT.
       4121-EXIT.
           EXIT.

      ******************************************************************
      *  4130-4150 - KEY MASTER ACCESS.  A LOOKUP POSITIONS ON ONE     *
      *  KEY-ID (4130) OR ON THE FIRST ROW FOR A SWEEP OF THE WHOLE    *
      *  MASTER (4135), THEN READS FORWARD.  ANY STATUS BUT FOUND OR   *
      *  END OF FILE STOPS THE STEP - A KEY RESOLVED AGAINST A         *
      *  PARTLY-READ MASTER COULD DECRYPT WRONG WITHOUT ANY SIGN.      *
      ******************************************************************
       4130-START-AT-KEY-ID.
           MOVE ZERO TO KM-EFFECTIVE-DATE
           PERFORM 4138-START-KEY-MASTER THRU 4138-EXIT.
       4130-EXIT.
           EXIT.

       4135-START-AT-FIRST-KEY.
           MOVE LOW-VALUES TO KM-KEY
           PERFORM 4138-START-KEY-MASTER THRU 4138-EXIT.
       4135-EXIT.
           EXIT.

       4138-START-KEY-MASTER.
           MOVE 'N' TO WS-KEY-SCAN-EOF-SW
           START KEY-MASTER-FILE KEY IS NOT LESS THAN KM-KEY
               INVALID KEY
                   SET WS-KEY-SCAN-EOF TO TRUE
           END-START
           IF WS-KEYMSTR-STATUS NOT = '00'
              AND WS-KEYMSTR-STATUS NOT = '23'
               DISPLAY 'ENCODE ABEND - KEYMSTR START FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-KEY-SCAN-EOF
               PERFORM 4140-READ-NEXT-KEY THRU 4140-EXIT
           END-IF.
       4138-EXIT.
           EXIT.

       4140-READ-NEXT-KEY.
           READ KEY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-KEY-SCAN-EOF TO TRUE
           END-READ
           IF WS-KEYMSTR-STATUS NOT = '00'
              AND WS-KEYMSTR-STATUS NOT = '10'
               DISPLAY 'ENCODE ABEND - KEYMSTR READ FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4140-EXIT.
           EXIT.

       4150-SAVE-HIT-ROW.
           MOVE KM-KEY-ID         TO WS-HIT-KEY-ID
           MOVE KM-EFFECTIVE-DATE TO WS-HIT-EFFECTIVE-DATE
           MOVE KM-SHIFT-VALUE    TO WS-HIT-SHIFT-VALUE
           MOVE KM-CIPHER-TYPE    TO WS-HIT-CIPHER-TYPE
           MOVE KM-VIG-KEYWORD    TO WS-HIT-VIG-KEYWORD
           SET WS-KEY-HIT TO TRUE.
       4150-EXIT.
           EXIT.

       4200-DECRYPT-CAESAR.
           MOVE 'D' TO WS-SHIFT-DIRECTION
           PERFORM 4250-SCAN-CHAR THRU 4250-EXIT
           MOVE SPACES TO WS-2ND-KEYWORD
           MOVE 'E' TO WS-SHIFT-DIRECTION
           MOVE 'N' TO WS-ALREADY-SOLVED-SW
           MOVE 'N' TO WS-REVIEW-WRITTEN-SW
           PERFORM 5050-LOAD-RESOLVE-HINTS THRU 5050-EXIT
           IF WS-RESOLVE-HELD
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 5000-EXIT
           END-IF
           PERFORM 5500-CHECKPOINT-CHECK THRU 5500-EXIT
           IF NOT WS-ALREADY-SOLVED
               IF TI-CIPHER-VIGENERE
               END-IF
               PERFORM 5700-CHECKPOINT-COMPLETE THRU 5700-EXIT
               ADD 1 TO WS-SOLVE-COUNT
               IF WS-RESOLVE-ATTEMPT
                   ADD 1 TO WS-RESOLVE-COUNT
                   PERFORM 6800-LINK-PRIOR-REVIEW THRU 6800-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-ALREADY-SOLVED-COUNT
           END-IF.
       5000-EXIT.
           EXIT.

      *    A SOLVE REQUEST FROM RESOLVE NAMES THE REJECTED ATTEMPT BY
      *    ITS RUN DATE.  ITS QUEUE RECORD SUPPLIES THE ANALYST'S HINT
      *    KEYWORD AND THE CANDIDATES NOT TO OFFER AGAIN.  A REJECTED
      *    ATTEMPT FROM TODAY CANNOT BE RE-SOLVED TODAY - THE NEW
      *    ATTEMPT WOULD COLLIDE WITH IT ON BOTH THE CHECKPOINT AND
      *    THE QUEUE KEY - SO IT IS HANDED BACK FOR RESOLVE TO PICK UP
      *    AGAIN ON A LATER RUN.  A REQUEST NAMING NO QUEUE RECORD IS
      *    SOLVED AS AN ORDINARY MESSAGE.
       5050-LOAD-RESOLVE-HINTS.
           MOVE 'N' TO WS-RESOLVE-ATTEMPT-SW
           MOVE 'N' TO WS-RESOLVE-HELD-SW
           MOVE 0 TO WS-RESOLVE-OF-DATE
           MOVE 0 TO WS-EXCL-SHIFT-COUNT
           MOVE SPACES TO WS-HINT-KEYWORD
           MOVE SPACES TO WS-EXCL-KEYWORD-1
           MOVE SPACES TO WS-EXCL-KEYWORD-2
           IF TI-RESOLVE-OF-DATE IS NOT NUMERIC
              OR TI-RESOLVE-OF-DATE = 0
               GO TO 5050-EXIT
           END-IF
           MOVE TI-MESSAGE-ID      TO RV-MESSAGE-ID
           MOVE TI-RESOLVE-OF-DATE TO RV-RUN-DATE
           READ REVIEW-FILE
               INVALID KEY
                   DISPLAY 'RE-SOLVE REVIEW RECORD NOT FOUND FOR '
                       TI-MESSAGE-ID ' ' TI-RESOLVE-OF-DATE
                       ' - SOLVED AS NEW'
                   GO TO 5050-EXIT
           END-READ
           IF TI-RESOLVE-OF-DATE NOT < WS-CURR-DATE-YYYYMMDD
               SET WS-RESOLVE-HELD TO TRUE
               MOVE SPACE TO RV-RESOLVE-STATUS
               REWRITE REVIEW-RECORD
               DISPLAY 'RE-SOLVE HELD FOR A LATER RUN - REJECTED '
                   'ATTEMPT IS FROM TODAY: ' TI-MESSAGE-ID
               GO TO 5050-EXIT
           END-IF
           SET WS-RESOLVE-ATTEMPT TO TRUE
           MOVE TI-RESOLVE-OF-DATE TO WS-RESOLVE-OF-DATE
           IF RV-HINT-KEYWORD IS ALPHABETIC
               MOVE RV-HINT-KEYWORD TO WS-HINT-KEYWORD
           END-IF
           MOVE RV-BEST-KEYWORD TO WS-EXCL-KEYWORD-1
           MOVE RV-2ND-KEYWORD  TO WS-EXCL-KEYWORD-2
           IF RV-HINT-EXCL-SHIFTS IS NUMERIC
               PERFORM 5060-LOAD-ONE-HINT-SHIFT THRU 5060-EXIT
                   VARYING WS-EXCL-SUB FROM 1 BY 1
                   UNTIL WS-EXCL-SUB > 6
           END-IF
           IF RV-BEST-SHIFT IS NUMERIC
              AND RV-BEST-SHIFT > 0
               ADD 1 TO WS-EXCL-SHIFT-COUNT
               MOVE RV-BEST-SHIFT TO XS-SHIFT(WS-EXCL-SHIFT-COUNT)
           END-IF
           IF RV-2ND-SHIFT IS NUMERIC
              AND RV-2ND-SHIFT > 0
               ADD 1 TO WS-EXCL-SHIFT-COUNT
               MOVE RV-2ND-SHIFT TO XS-SHIFT(WS-EXCL-SHIFT-COUNT)
           END-IF
           DISPLAY 'RE-SOLVE OF ' TI-MESSAGE-ID ' REJECTED ON '
               WS-RESOLVE-OF-DATE.
       5050-EXIT.
           EXIT.

       5060-LOAD-ONE-HINT-SHIFT.
           IF RV-HINT-EXCL-SHIFT(WS-EXCL-SUB) > 0
              AND RV-HINT-EXCL-SHIFT(WS-EXCL-SUB) <= 26
               ADD 1 TO WS-EXCL-SHIFT-COUNT
               MOVE RV-HINT-EXCL-SHIFT(WS-EXCL-SUB)
                   TO XS-SHIFT(WS-EXCL-SHIFT-COUNT)
           END-IF.
       5060-EXIT.
           EXIT.

      *    SEE IF THIS MESSAGE HAS A CHECKPOINT ALREADY.  A NONZERO
      *    CK-LAST-SHIFT-DONE IS AN ABEND PARTWAY THROUGH - RESUME
      *    JUST BELOW IT AND RESTORE THE BEST CANDIDATE SEEN SO FAR SO
       5500-EXIT.
           EXIT.

      *    A SHIFT THE REVIEW ALREADY REJECTED IS NOT SCORED, BUT
      *    IS STILL CHECKPOINTED SO A RESTART RESUMES BELOW IT.
       5100-SOLVE-LOOP.
           MOVE 'N' TO WS-SHIFT-EXCLUDED-SW
           IF WS-RESOLVE-ATTEMPT
               PERFORM 5110-CHECK-EXCLUDED-SHIFT THRU 5110-EXIT
                   VARYING WS-EXCL-SUB FROM 1 BY 1
                   UNTIL WS-EXCL-SUB > WS-EXCL-SHIFT-COUNT
                      OR WS-SHIFT-EXCLUDED
           END-IF
           IF WS-SHIFT-EXCLUDED
               DISPLAY 'CAESAR ' WS-SOLVE-SHIFT ': EXCLUDED BY REVIEW'
           ELSE
               MOVE WS-SOLVE-SHIFT TO WS-SHIFT-AMT
               PERFORM 5150-SOLVE-SCAN-CHAR THRU 5150-EXIT
                   VARYING WS-CURR-POS FROM 1 BY 1
                   UNTIL WS-CURR-POS > WS-MSG-LEN
               PERFORM 5300-SCORE-CANDIDATE THRU 5300-EXIT
               DISPLAY 'CAESAR ' WS-SOLVE-SHIFT ': '
                   WS-RESULT-TEXT(1:WS-MSG-LEN)
           END-IF
           PERFORM 5400-CHECKPOINT-WRITE THRU 5400-EXIT.
       5100-EXIT.
           EXIT.

       5110-CHECK-EXCLUDED-SHIFT.
           IF XS-SHIFT(WS-EXCL-SUB) = WS-SOLVE-SHIFT
               SET WS-SHIFT-EXCLUDED TO TRUE
           END-IF.
       5110-EXIT.
           EXIT.

       5150-SOLVE-SCAN-CHAR.
           MOVE WS-MSG-TEXT(WS-CURR-POS:1) TO WS-CHAR(1:1)
           PERFORM 3300-SHIFT-CHARACTER THRU 3300-EXIT
           EXIT.

      ******************************************************************
      *  5800-SOLVE-VIGENERE - TRY EVERY CANDIDATE KEYWORD (A RE-      *
      *  SOLVE'S HINT KEYWORD, THEN KEY MASTER, THEN THE OPTIONAL      *
      *  DICTIONARY), SCORING EACH DECRYPTION AND KEEPING THE BEST     *
      ******************************************************************
       5800-SOLVE-VIGENERE.
           MOVE 'D' TO WS-SHIFT-DIRECTION
           IF WS-RESOLVE-ATTEMPT
              AND WS-HINT-KEYWORD NOT = SPACES
               MOVE WS-HINT-KEYWORD TO WS-TRIAL-KEYWORD
               PERFORM 5850-TRY-ONE-KEYWORD THRU 5850-EXIT
           END-IF
           PERFORM 4135-START-AT-FIRST-KEY THRU 4135-EXIT
           PERFORM 5810-TRY-MASTER-KEYWORD THRU 5810-EXIT
               UNTIL WS-KEY-SCAN-EOF
           PERFORM 5820-TRY-DICT-KEYWORD THRU 5820-EXIT
               VARYING WS-DICT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-DICT-SUBSCRIPT > WS-DICT-TABLE-COUNT.
           EXIT.

       5810-TRY-MASTER-KEYWORD.
           IF NOT KM-DEACTIVATED
              AND KM-VIG-KEYWORD NOT = SPACES
               MOVE KM-VIG-KEYWORD TO WS-TRIAL-KEYWORD
               PERFORM 5850-TRY-ONE-KEYWORD THRU 5850-EXIT
           END-IF
           PERFORM 4140-READ-NEXT-KEY THRU 4140-EXIT.
       5810-EXIT.
           EXIT.


      *    DECRYPT THE MESSAGE WITH ONE CANDIDATE KEYWORD AND SCORE
      *    THE RESULT AGAINST EXPECTED ENGLISH LETTER FREQUENCY, THE
      *    SAME SCORING THE CAESAR SOLVE USES.  ON A RE-SOLVE, THE
      *    TWO KEYWORDS THE REVIEW REJECTED ARE NOT OFFERED AGAIN.
       5850-TRY-ONE-KEYWORD.
           IF WS-RESOLVE-ATTEMPT
              AND (WS-TRIAL-KEYWORD = WS-EXCL-KEYWORD-1
                OR WS-TRIAL-KEYWORD = WS-EXCL-KEYWORD-2)
               DISPLAY 'VIGENERE ' WS-TRIAL-KEYWORD
                   ': EXCLUDED BY REVIEW'
               GO TO 5850-EXIT
           END-IF
           MOVE WS-TRIAL-KEYWORD TO WS-EFFECTIVE-KEYWORD
           PERFORM 3265-COMPUTE-KEYWORD-LEN THRU 3265-EXIT
           PERFORM 5860-SOLVE-VIG-SCAN-CHAR THRU 5860-EXIT

      ******************************************************************
      *  6500-LOG-KEY-USAGE - TRACE ONE KEY RESOLUTION ON THE USAGE    *
      *  FILE.  THE CALLER LEAVES THE RESOLVED ROW IN WS-HIT-KEY-ROW.  *
      *  A RERUN THAT RESOLVES THE SAME KEY FOR THE SAME MESSAGE ON    *
      *  THE SAME DAY BUMPS THE COUNT IN PLACE.                        *
      ******************************************************************
       6500-LOG-KEY-USAGE.
           MOVE WS-HIT-KEY-ID             TO KU-KEY-ID
           MOVE WS-CURR-DATE-YYYYMMDD     TO KU-USE-DATE
           MOVE TI-MESSAGE-ID             TO KU-MESSAGE-ID
           MOVE TI-MODE                   TO KU-MODE

       6510-WRITE-NEW-USAGE.
           MOVE SPACES TO KEY-USAGE-RECORD
           MOVE WS-HIT-KEY-ID                  TO KU-KEY-ID
           MOVE WS-CURR-DATE-YYYYMMDD          TO KU-USE-DATE
           MOVE TI-MESSAGE-ID                  TO KU-MESSAGE-ID
           MOVE TI-MODE                        TO KU-MODE
           MOVE WS-HIT-CIPHER-TYPE             TO KU-CIPHER-TYPE
           MOVE 1 TO KU-USE-COUNT
           WRITE KEY-USAGE-RECORD
               INVALID KEY
      *    CANDIDATE IS A USE OF THAT KEY.  A DICTIONARY KEYWORD WITH
      *    NO MASTER ROW HAS NO KEY TO CREDIT AND IS NOT LOGGED.
       6550-LOG-KEYWORD-OWNER.
           MOVE 'N' TO WS-KEY-HIT-SW
           PERFORM 4135-START-AT-FIRST-KEY THRU 4135-EXIT
           PERFORM 6560-SCAN-KEYWORD-OWNER THRU 6560-EXIT
               UNTIL WS-KEY-SCAN-EOF
                  OR WS-KEY-HIT
           IF WS-KEY-HIT
               PERFORM 6500-LOG-KEY-USAGE THRU 6500-EXIT
           END-IF.
       6550-EXIT.
           EXIT.

       6560-SCAN-KEYWORD-OWNER.
           IF NOT KM-DEACTIVATED
              AND KM-VIG-KEYWORD = WS-BEST-KEYWORD
               PERFORM 4150-SAVE-HIT-ROW THRU 4150-EXIT
           ELSE
               PERFORM 4140-READ-NEXT-KEY THRU 4140-EXIT
           END-IF.
       6560-EXIT.
           EXIT.
                  >= WS-BEST-SCORE * WS-RUNNERUP-PCT
               SET WS-SOLVE-MARGINAL TO TRUE
           END-IF
      *    A RE-SOLVE GOES BACK TO THE ANALYSTS WHATEVER IT SCORED -
      *    THEY REJECTED THE LAST ANSWER AND CONFIRM THIS ONE.
           IF WS-RESOLVE-ATTEMPT
               SET WS-SOLVE-MARGINAL TO TRUE
           END-IF
           IF WS-SOLVE-MARGINAL
               PERFORM 6700-WRITE-REVIEW-RECORD THRU 6700-EXIT
           END-IF.
           MOVE 'P' TO RV-STATUS
           MOVE 0 TO RV-DISP-DATE
           MOVE SPACES TO RV-ANALYST
           MOVE ZEROS TO RV-HINT-EXCL-SHIFTS
           MOVE 0 TO RV-RESOLVE-RUN-DATE
           IF WS-RESOLVE-ATTEMPT
               MOVE WS-RESOLVE-OF-DATE TO RV-PRIOR-RUN-DATE
           ELSE
               MOVE 0 TO RV-PRIOR-RUN-DATE
           END-IF
           WRITE REVIEW-RECORD
               INVALID KEY
                   REWRITE REVIEW-RECORD
           END-WRITE
           SET WS-REVIEW-WRITTEN TO TRUE
           ADD 1 TO WS-REVIEW-QUEUED-COUNT
           DISPLAY 'MARGINAL SOLVE QUEUED FOR REVIEW: '
               TI-MESSAGE-ID.
       6750-EXIT.
           EXIT.

      *    POINT THE REJECTED ATTEMPT AT THIS ONE, SO THE QUEUE READS
      *    AS ONE HISTORY FROM FIRST SOLVE TO CONFIRMATION.  A RE-
      *    SOLVE THAT FOUND NO SCORABLE CANDIDATE IS MARKED FAILED.
       6800-LINK-PRIOR-REVIEW.
           MOVE TI-MESSAGE-ID      TO RV-MESSAGE-ID
           MOVE WS-RESOLVE-OF-DATE TO RV-RUN-DATE
           READ REVIEW-FILE
               INVALID KEY
                   DISPLAY 'RE-SOLVE LINK FAILED, REVIEW RECORD GONE: '
                       TI-MESSAGE-ID ' ' WS-RESOLVE-OF-DATE
                   GO TO 6800-EXIT
           END-READ
           MOVE WS-CURR-DATE-YYYYMMDD TO RV-RESOLVE-RUN-DATE
           IF WS-REVIEW-WRITTEN
               MOVE 'S' TO RV-RESOLVE-STATUS
           ELSE
               MOVE 'N' TO RV-RESOLVE-STATUS
           END-IF
           REWRITE REVIEW-RECORD.
       6800-EXIT.
           EXIT.

      ******************************************************************
      *  7000-WRITE-JOURNAL - ONE AUDIT RECORD PER PARAGRAPH EXERCISED *
      ******************************************************************
           DISPLAY 'EXCEPTIONS LOGGED : ' WS-EXCEPTION-COUNT
           DISPLAY 'KEY USAGE LOGGED  : ' WS-KEY-USAGE-COUNT
           DISPLAY 'SOLVES QUEUED FOR REVIEW : ' WS-REVIEW-QUEUED-COUNT
           DISPLAY 'RE-SOLVES ATTEMPTED      : ' WS-RESOLVE-COUNT
           IF WS-FLAGGED-TABLE-COUNT > 0
               DISPLAY 'SOLVE CANDIDATES FLAGGED - MESSAGE IDS:'
               MOVE 0 TO WS-TABLE-SUBSCRIPT
           STRING 'EXCEPTIONS LOGGED  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-RESOLVE-COUNT TO WS-COUNT-DISPLAY
           STRING 'RE-SOLVES ATTEMPTED: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-FLAGGED-TABLE-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING 'SOLVE CANDIDATES FLAGGED - MESSAGE IDS:'
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-STAMP-CYCLE-STEP THRU 9100-EXIT
           CLOSE TEXT-IN-FILE
           CLOSE TEXT-OUT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE RESTART-FILE.
       9000-EXIT.
           EXIT.

      *    MARK THIS STEP FINISHED ON THE CYCLE, WITH ITS RETURN CODE,
      *    SO CYCLCTL CLOSES THE NIGHT ONLY WHEN EVERY STEP HAS.  THE
      *    SLOT FOLLOWS THE MODE THE STEP RAN FOR - A BLANK PARM RAN
      *    ALL THREE MODES AND FINISHES ALL THREE SLOTS.
       9100-STAMP-CYCLE-STEP.
           EVALUATE WS-MODE-FILTER
               WHEN 'E'
                   MOVE 4 TO WS-CYCLE-SLOT
                   PERFORM 9110-STAMP-ONE-SLOT THRU 9110-EXIT
               WHEN 'D'
                   MOVE 6 TO WS-CYCLE-SLOT
                   PERFORM 9110-STAMP-ONE-SLOT THRU 9110-EXIT
               WHEN 'S'
                   MOVE 7 TO WS-CYCLE-SLOT
                   PERFORM 9110-STAMP-ONE-SLOT THRU 9110-EXIT
               WHEN OTHER
                   MOVE 4 TO WS-CYCLE-SLOT
                   PERFORM 9110-STAMP-ONE-SLOT THRU 9110-EXIT
                   MOVE 6 TO WS-CYCLE-SLOT
                   PERFORM 9110-STAMP-ONE-SLOT THRU 9110-EXIT
                   MOVE 7 TO WS-CYCLE-SLOT
                   PERFORM 9110-STAMP-ONE-SLOT THRU 9110-EXIT
           END-EVALUATE
           REWRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.
       9100-EXIT.
           EXIT.

       9110-STAMP-ONE-SLOT.
           MOVE 'Y'         TO CY-STEP-DONE(WS-CYCLE-SLOT)
           MOVE RETURN-CODE TO CY-STEP-RC(WS-CYCLE-SLOT).
       9110-EXIT.
           EXIT.
