      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-09-03  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  A CORRECTED RECORD NAMING A KEY-ID ITS       *
      *                    MESSAGE-ID PREFIX IS NOT AUTHORIZED TO USE  *
      *                    IN ITS MODE (CBAUTH) STAYS REJECTED E011,   *
      *                    AND THE ATTEMPT IS LOGGED TO AUTHLOG        *
      *                    (CBAUTLOG).                                 *
      *  2026-10-15  DLC  E004 RE-EDIT READS THE KEY MASTER DIRECTLY   *
      *                    BY KEY-ID INSTEAD OF A 100-ROW TABLE, AND   *
      *                    THE E007 RE-EDIT KEEPS ITS MESSAGE-ID /     *
      *                    SEGMENT KEYS ON THE SEEN WORK FILE (SEENWK) *
      *                    INSTEAD OF A 500-ENTRY TABLE. A KEYMSTR OR  *
      *                    SEENWK FAILURE ENDS THE STEP RC=16.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KEYMSTR-STATUS.

      *    MESSAGE-ID / SEGMENT COMBINATIONS ALREADY WRITTEN TO THE
      *    RE-ENTRY BATCH, FOR THE E007 RE-EDIT - REBUILT EVERY RUN
           SELECT SEEN-WORK-FILE ASSIGN TO "SEENWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-SEEN-KEY
               FILE STATUS IS WS-SEENWK-STATUS.

      *    SENDER-TO-KEY AUTHORIZATION MASTER - SEE CBAUTH
           SELECT AUTH-MASTER-FILE ASSIGN TO "AUTHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTHMSTR-STATUS.

      *    UNAUTHORIZED KEY-USE ATTEMPTS, ACCUMULATED FOR AUTHRPT
           SELECT AUTH-LOG-FILE ASSIGN TO "AUTHLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-LOG-KEY
               FILE STATUS IS WS-AUTHLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY CBKEYMST.

      *    SEGMENTS OF ONE MESSAGE SHARE AN ID, SO THE SEGMENT
      *    SEQUENCE IS PART OF THE KEY.
       FD  SEEN-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEEN-WORK-RECORD.
           05  SW-SEEN-KEY.
               10  SW-MESSAGE-ID           PIC X(06).
               10  SW-SEGMENT-SEQ          PIC X(02).

       FD  AUTH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBAUTH.

       FD  AUTH-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBAUTLOG.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
               88  WS-KEY-FOUND                VALUE 'Y'.
           05  WS-DUP-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-DUP-FOUND                VALUE 'Y'.
           05  WS-KEY-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-KEY-SCAN-EOF             VALUE 'Y'.
           05  WS-RECORD-DROPPED-SW        PIC X(01) VALUE 'N'.
               88  WS-RECORD-DROPPED           VALUE 'Y'.
           05  WS-CARD-MATCHED-SW          PIC X(01) VALUE 'N'.
               88  WS-CARD-MATCHED             VALUE 'Y'.
           05  WS-AUTH-DECIDED-SW          PIC X(01) VALUE 'N'.
               88  WS-AUTH-DECIDED             VALUE 'Y'.
           05  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
               88  WS-AUTHORIZED               VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
           05  WS-RESIDUAL-STATUS          PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-KEYMSTR-STATUS           PIC X(02) VALUE '00'.
           05  WS-SEENWK-STATUS            PIC X(02) VALUE '00'.
           05  WS-AUTHMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-AUTHLOG-STATUS           PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE CORRECTION REPORT
           05  WS-LEAP-REM-400             PIC 9(04) COMP.
           05  WS-LEAP-QUOT                PIC 9(04) COMP.
           05  WS-CARD-SUB                 PIC 9(03) COMP.
           05  WS-AUTH-LEN                 PIC 9(01) COMP.
           05  WS-REC-SEG-SEQ              PIC X(02).
           05  WS-CARD-SEG-SEQ             PIC X(02).

               10  CT-NEW-VALUE            PIC X(16).
               10  CT-USED-SW              PIC X(01).

      *----------------------------------------------------------------
      *    RESIDUAL REJECT LINE, BUILT IN THE CBEDTERR SHAPE
      *----------------------------------------------------------------
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES, LOAD CARDS,                     *
      *  AND OPEN THE RE-ENTRY BATCH WITH A FRESH HEADER               *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RESIDUAL-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT  KEY-MASTER-FILE
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'EDITFIX ABEND - KEYMSTR OPEN FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SEEN-WORK-FILE
           IF WS-SEENWK-STATUS NOT = '00'
               DISPLAY 'EDITFIX ABEND - SEENWK OPEN FAILED, STATUS '
                   WS-SEENWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-FIX-CARDS THRU 1100-EXIT
           PERFORM 1300-OPEN-AUTH-FILES THRU 1300-EXIT
           PERFORM 1500-WRITE-REENTRY-HEADER THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
       1110-EXIT.
           EXIT.

      *    THE AUTHORIZATION MASTER MUST BE THERE - WITHOUT IT NO
      *    KEYED CORRECTION CAN BE PASSED.  A NEVER-USED ATTEMPT LOG
      *    (STATUS 35) IS CREATED EMPTY AND REOPENED FOR UPDATE.
       1300-OPEN-AUTH-FILES.
           OPEN INPUT AUTH-MASTER-FILE
           IF WS-AUTHMSTR-STATUS NOT = '00'
               DISPLAY 'EDITFIX ABEND - AUTHMSTR OPEN FAILED, STATUS '
                   WS-AUTHMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUTH-LOG-FILE
           IF WS-AUTHLOG-STATUS = '35'
               OPEN OUTPUT AUTH-LOG-FILE
               CLOSE AUTH-LOG-FILE
               OPEN I-O AUTH-LOG-FILE
           END-IF
           IF WS-AUTHLOG-STATUS NOT = '00'
               DISPLAY 'EDITFIX ABEND - AUTHLOG OPEN FAILED, STATUS '
                   WS-AUTHLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

      *    THE RE-ENTRY BATCH OPENS WITH ITS OWN HEADER, DATED TODAY,
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   GO TO 5000-EXIT
               END-IF
               PERFORM 5600-CHECK-AUTHORIZATION THRU 5600-EXIT
               IF NOT WS-AUTHORIZED
                   PERFORM 5650-LOG-ATTEMPT THRU 5650-EXIT
                   MOVE 11 TO WS-REASON-SUB
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   GO TO 5000-EXIT
               END-IF
           END-IF

           PERFORM 5100-CHECK-MSG-DATE THRU 5100-EXIT
           EXIT.

      ******************************************************************
      *  5400-CHECK-KEY-ID - DOES TI-KEY-ID HAVE AN ACTIVE ROW ON THE  *
      *  KEY MASTER?  THE MASTER IS READ DIRECTLY, SO EVERY DATED ROW  *
      *  COUNTS HOWEVER LARGE IT GROWS.  A KEY-ID WHOSE EVERY ROW WAS  *
      *  DEACTIVATED BY KEYMAINT IS NOT PRESENT.                       *
      ******************************************************************
       5400-CHECK-KEY-ID.
           MOVE 'N' TO WS-KEY-FOUND-SW
           MOVE 'N' TO WS-KEY-SCAN-EOF-SW
           MOVE TI-KEY-ID TO KM-KEY-ID
           MOVE ZERO      TO KM-EFFECTIVE-DATE
           START KEY-MASTER-FILE KEY IS NOT LESS THAN KM-KEY
               INVALID KEY
                   SET WS-KEY-SCAN-EOF TO TRUE
           END-START
           IF WS-KEYMSTR-STATUS NOT = '00'
              AND WS-KEYMSTR-STATUS NOT = '23'
               DISPLAY 'EDITFIX ABEND - KEYMSTR START FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5410-SCAN-KEY-ROWS THRU 5410-EXIT
               UNTIL WS-KEY-SCAN-EOF
                  OR WS-KEY-FOUND.
       5400-EXIT.
           EXIT.

       5410-SCAN-KEY-ROWS.
           READ KEY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-KEY-SCAN-EOF TO TRUE
           END-READ
           IF WS-KEY-SCAN-EOF
               GO TO 5410-EXIT
           END-IF
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'EDITFIX ABEND - KEYMSTR READ FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF KM-KEY-ID NOT = TI-KEY-ID
               SET WS-KEY-SCAN-EOF TO TRUE
               GO TO 5410-EXIT
           END-IF
           IF NOT KM-DEACTIVATED
               SET WS-KEY-FOUND TO TRUE
           END-IF.
       5410-EXIT.

      ******************************************************************
      *  5500-CHECK-DUPLICATE - HAS THIS MESSAGE-ID / SEGMENT ALREADY  *
      *  BEEN WRITTEN TO THE RE-ENTRY BATCH?  EACH ONE IS WRITTEN TO   *
      *  THE SEEN WORK FILE, WHICH REFUSES A KEY IT ALREADY HOLDS.  ANY*
      *  OTHER FAILURE STOPS THE STEP.                                 *
      ******************************************************************
       5500-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND-SW
           MOVE TI-MESSAGE-ID TO SW-MESSAGE-ID
           IF TI-SEGMENT-SEQ IS NUMERIC
               MOVE TI-SEGMENT-SEQ TO SW-SEGMENT-SEQ
           ELSE
               MOVE SPACES TO SW-SEGMENT-SEQ
           END-IF
           WRITE SEEN-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-SEENWK-STATUS = '22'
               SET WS-DUP-FOUND TO TRUE
               GO TO 5500-EXIT
           END-IF
           IF WS-SEENWK-STATUS NOT = '00'
               DISPLAY 'EDITFIX ABEND - SEENWK WRITE FAILED, STATUS '
                   WS-SEENWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *  5600-CHECK-AUTHORIZATION - MAY THIS SENDER USE TI-KEY-ID IN   *
      *  TI-MODE?  THE AUTHORIZATION WITH THE LONGEST MESSAGE-ID       *
      *  PREFIX FOR THE KEY DECIDES; NONE AT ANY LENGTH MEANS NO.      *
      ******************************************************************
       5600-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTH-DECIDED-SW
           MOVE 'N' TO WS-AUTHORIZED-SW
           PERFORM 5610-TRY-ONE-PREFIX THRU 5610-EXIT
               VARYING WS-AUTH-LEN FROM 6 BY -1
               UNTIL WS-AUTH-LEN = 0
                  OR WS-AUTH-DECIDED.
       5600-EXIT.
           EXIT.

       5610-TRY-ONE-PREFIX.
           IF TI-MESSAGE-ID(WS-AUTH-LEN:1) = SPACE
               GO TO 5610-EXIT
           END-IF
           MOVE SPACES TO AU-SENDER-PREFIX
           MOVE TI-MESSAGE-ID(1:WS-AUTH-LEN) TO AU-SENDER-PREFIX
           MOVE TI-KEY-ID TO AU-KEY-ID
           READ AUTH-MASTER-FILE
               INVALID KEY
                   GO TO 5610-EXIT
           END-READ
           SET WS-AUTH-DECIDED TO TRUE
           IF (TI-MODE-ENCRYPT AND AU-ENCRYPT-OK)
              OR (TI-MODE-DECRYPT AND AU-DECRYPT-OK)
              OR (TI-MODE-SOLVE AND AU-SOLVE-OK)
               SET WS-AUTHORIZED TO TRUE
           END-IF.
       5610-EXIT.
           EXIT.

      *    ONE ROW PER MESSAGE PER DAY - LATER SEGMENTS OF THE SAME
      *    MESSAGE, OR A SECOND CORRECTION PASS, REPLACE IT
       5650-LOG-ATTEMPT.
           MOVE SPACES                TO AUTH-LOG-RECORD
           MOVE WS-CURR-DATE-YYYYMMDD TO AL-ATTEMPT-DATE
           MOVE 'F'                   TO AL-SOURCE
           MOVE TI-MESSAGE-ID         TO AL-MESSAGE-ID
           MOVE TI-KEY-ID             TO AL-KEY-ID
           MOVE TI-MODE               TO AL-MODE
           MOVE TI-CIPHER-TYPE        TO AL-CIPHER-TYPE
           IF TI-MSG-DATE IS NUMERIC
               MOVE TI-MSG-DATE TO AL-MSG-DATE
           ELSE
               MOVE ZERO TO AL-MSG-DATE
           END-IF
           WRITE AUTH-LOG-RECORD
               INVALID KEY
                   REWRITE AUTH-LOG-RECORD
           END-WRITE
           IF WS-AUTHLOG-STATUS NOT = '00'
               DISPLAY 'EDITFIX ABEND - AUTHLOG WRITE FAILED, STATUS '
                   WS-AUTHLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       5650-EXIT.
           EXIT.

      ******************************************************************
                   MOVE 'E009' TO WS-RS-REASON-CODE
                   MOVE 'SEGMENT FIELDS INVALID'
                       TO WS-RS-REASON-TEXT
               WHEN 11
                   MOVE 'E011' TO WS-RS-REASON-CODE
                   MOVE 'SENDER NOT AUTH FOR KEY'
                       TO WS-RS-REASON-TEXT
           END-EVALUATE.
       6000-EXIT.
           EXIT.
           CLOSE REENTRY-OUT-FILE
           CLOSE RESIDUAL-OUT-FILE
           CLOSE REPORT-FILE
           CLOSE KEY-MASTER-FILE
           CLOSE SEEN-WORK-FILE
           CLOSE AUTH-MASTER-FILE
           CLOSE AUTH-LOG-FILE.
       9000-EXIT.
           EXIT.
