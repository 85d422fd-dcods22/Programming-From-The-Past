      *  DISPOSITION, DATE AND ANALYST; A CARD MAY RE-DISPOSITION AN   *
      *  ALREADY-WORKED RECORD (ANALYSTS CORRECT THEMSELVES) AND IS    *
      *  NOTED WHEN IT DOES.  ENDS RC=4 WHEN ANY CARD REJECTED OR      *
      *  ANY EXPECTED ARCHIVE RECORD WAS MISSING.  A REJECT-BOTH       *
      *  CARD'S RE-SOLVE HINTS ARE KEPT ON THE QUEUE RECORD FOR        *
      *  RESOLVE AND ENCODE.                                           *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-09-03  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  AN 'X' CARD MAY CARRY RE-SOLVE HINTS - AN    *
      *                    EXTRA CANDIDATE KEYWORD AND CAESAR SHIFTS   *
      *                    TO EXCLUDE.  THEY ARE EDITED AND STAMPED    *
      *                    ON THE QUEUE RECORD, AND THE RECORD IS      *
      *                    MADE ELIGIBLE FOR THE NEXT RE-SOLVE BATCH.  *
      *  2026-10-15  DLC  A HINT KEYWORD WITH A BLANK BEFORE ITS LAST  *
      *                    LETTER (E.G. 'AB CD') IS REJECTED 'HINT     *
      *                    KEYWORD NOT A-Z'; ONLY TRAILING BLANKS ARE  *
      *                    ALLOWED.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  WS-REVIEW-FOUND             VALUE 'Y'.
           05  WS-SEG-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-SEG-FOUND                VALUE 'Y'.
           05  WS-HINTS-VALID-SW           PIC X(01) VALUE 'Y'.
               88  WS-HINTS-VALID              VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
           05  WS-SEG-SUB                  PIC 9(03) COMP.
           05  WS-SLICE-POS                PIC 9(03) COMP.
           05  WS-SLICE-LEN                PIC 9(03) COMP.
           05  WS-HINT-SUB                 PIC 9(02) COMP.
           05  WS-HINT-LEN                 PIC 9(02) COMP.
           05  WS-HINT-SPACES              PIC 9(02) COMP.
           05  WS-REJECT-REASON            PIC X(30).

       PROCEDURE DIVISION.
               PERFORM 7000-REJECT-CARD THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF DS-ACT-REJECT
               PERFORM 2500-EDIT-HINTS THRU 2500-EXIT
               IF NOT WS-HINTS-VALID
                   PERFORM 7000-REJECT-CARD THRU 7000-EXIT
                   GO TO 2300-EXIT
               END-IF
           END-IF
           IF NOT RV-PENDING
               ADD 1 TO WS-REWORKED-COUNT
               DISPLAY 'RE-DISPOSITIONED (WAS ' RV-STATUS '): '
       2400-EXIT.
           EXIT.

      *    A HINT KEYWORD IS LETTERS ONLY, BLANK-FILLED ON THE RIGHT -
      *    A BLANK BEFORE THE LAST LETTER WOULD REACH THE SOLVE AS PART
      *    OF THE KEYWORD.  A HINT SHIFT IS BLANK OR 01-26.  A BAD HINT
      *    REJECTS THE WHOLE CARD - A RE-SOLVE STEERED BY HALF THE
      *    ANALYST'S HINTS IS WORSE THAN NONE.
       2500-EDIT-HINTS.
           MOVE 'Y' TO WS-HINTS-VALID-SW
           IF DS-HINT-KEYWORD IS NOT ALPHABETIC-UPPER
               GO TO 2590-BAD-HINT-KEYWORD
           END-IF
           PERFORM 2505-TRIM-ONE-CHAR THRU 2505-EXIT
               VARYING WS-HINT-LEN FROM 16 BY -1
               UNTIL WS-HINT-LEN = 0
                  OR DS-HINT-KEYWORD(WS-HINT-LEN:1) NOT = SPACE
           IF WS-HINT-LEN > 0
               MOVE 0 TO WS-HINT-SPACES
               INSPECT DS-HINT-KEYWORD(1:WS-HINT-LEN)
                   TALLYING WS-HINT-SPACES FOR ALL SPACE
               IF WS-HINT-SPACES > 0
                   GO TO 2590-BAD-HINT-KEYWORD
               END-IF
           END-IF
           PERFORM 2510-EDIT-ONE-SHIFT THRU 2510-EXIT
               VARYING WS-HINT-SUB FROM 1 BY 1
               UNTIL WS-HINT-SUB > 6 OR NOT WS-HINTS-VALID
           GO TO 2500-EXIT.
       2590-BAD-HINT-KEYWORD.
           MOVE 'N' TO WS-HINTS-VALID-SW
           MOVE 'HINT KEYWORD NOT A-Z' TO WS-REJECT-REASON.
       2500-EXIT.
           EXIT.

       2505-TRIM-ONE-CHAR.
           CONTINUE.
       2505-EXIT.
           EXIT.

       2510-EDIT-ONE-SHIFT.
           IF DS-HINT-EXCL-SHIFT(WS-HINT-SUB) = SPACES
               GO TO 2510-EXIT
           END-IF
           IF DS-HINT-EXCL-SHIFT(WS-HINT-SUB) IS NOT NUMERIC
              OR DS-HINT-EXCL-SHIFT(WS-HINT-SUB) < '01'
              OR DS-HINT-EXCL-SHIFT(WS-HINT-SUB) > '26'
               MOVE 'N' TO WS-HINTS-VALID-SW
               MOVE 'HINT SHIFT NOT 01-26' TO WS-REJECT-REASON
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *  4000-UPDATE-ARCHIVE - REWRITE THE MESSAGE'S SOLVE RECORDS.    *
      *  A SINGLE-RECORD RESULT SITS AT SEGMENT ZERO; A SEGMENTED ONE  *

      ******************************************************************
      *  5000-STAMP-REVIEW-RECORD - THE QUEUE RECORD REMEMBERS WHO     *
      *  DECIDED WHAT, AND WHEN.  A REJECT-BOTH ALSO TAKES THE CARD'S  *
      *  HINTS AND CLEARS ANY EARLIER RE-SOLVE STAMP, SO THE NEXT      *
      *  RESOLVE RUN PICKS THE MESSAGE UP UNDER THE NEW HINTS.         *
      ******************************************************************
       5000-STAMP-REVIEW-RECORD.
           MOVE DS-ACTION             TO RV-STATUS
           MOVE WS-CURR-DATE-YYYYMMDD TO RV-DISP-DATE
           MOVE DS-ANALYST            TO RV-ANALYST
      *    A RECORD QUEUED BEFORE THE RE-SOLVE FIELDS EXISTED HOLDS
      *    BLANKS THERE - IT HAS NO PRIOR ATTEMPT.
           IF RV-PRIOR-RUN-DATE IS NOT NUMERIC
               MOVE 0 TO RV-PRIOR-RUN-DATE
           END-IF
           IF DS-ACT-REJECT
               MOVE DS-HINT-KEYWORD TO RV-HINT-KEYWORD
               PERFORM 5100-STAMP-ONE-HINT-SHIFT THRU 5100-EXIT
                   VARYING WS-HINT-SUB FROM 1 BY 1
                   UNTIL WS-HINT-SUB > 6
               MOVE SPACE TO RV-RESOLVE-STATUS
               MOVE 0     TO RV-RESOLVE-RUN-DATE
           END-IF
           REWRITE REVIEW-RECORD.
       5000-EXIT.
           EXIT.

       5100-STAMP-ONE-HINT-SHIFT.
           IF DS-HINT-EXCL-SHIFT(WS-HINT-SUB) = SPACES
               MOVE 0 TO RV-HINT-EXCL-SHIFT(WS-HINT-SUB)
           ELSE
               MOVE DS-HINT-EXCL-SHIFT(WS-HINT-SUB)
                   TO RV-HINT-EXCL-SHIFT(WS-HINT-SUB)
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  7000-REJECT-CARD - REPORT A CARD NOT APPLIED                  *
      ******************************************************************
