      *                    EDIT PASSES A KEY-ID WITH ANY ACTIVE DATED  *
      *                    ROW - ENCODE RESOLVES WHICH ROW APPLIES.    *
      *                    KEY TABLE DOUBLED TO 100 ROWS.              *
      *  2026-10-15  DLC  RUNS ONLY INSIDE AN OPEN NIGHTLY CYCLE       *
      *                    (CBCYCLE) AND MARKS ITS STEP FINISHED ON    *
      *                    IT.                                         *
      *  2026-10-15  DLC  SENDER-TO-KEY AUTHORIZATION. A RECORD NAMING *
      *                    A KEY-ID ITS MESSAGE-ID PREFIX IS NOT       *
      *                    AUTHORIZED TO USE IN ITS MODE               *
      *                    (AUTHORIZATION MASTER, CBAUTH) REJECTS E011 *
      *                    AND THE ATTEMPT IS LOGGED TO AUTHLOG        *
      *                    (CBAUTLOG) FOR THE MONTHLY AUTHRPT REPORT.  *
      *  2026-10-15  DLC  E004 READS THE KEY MASTER DIRECTLY BY KEY-ID *
      *                    INSTEAD OF A 100-ROW TABLE, AND THE E007    *
      *                    DUPLICATE CHECK KEEPS ITS MESSAGE-ID /      *
      *                    SEGMENT KEYS ON THE SEEN WORK FILE (SEENWK) *
      *                    INSTEAD OF A 500-ENTRY TABLE, SO NEITHER    *
      *                    EDIT HAS A CEILING. A KEYMSTR OR SEENWK     *
      *                    FAILURE ENDS THE STEP RC=16.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KEYMSTR-STATUS.

      *    MESSAGE-ID / SEGMENT COMBINATIONS ALREADY SEEN THIS BATCH,
      *    FOR DUPLICATE DETECTION - REBUILT EVERY RUN
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

      *    NIGHTLY CYCLE CONTROL - BUSINESS DATE AND STEP STATUS
           SELECT CYCLE-FILE ASSIGN TO "CYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

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

       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBCYCLE.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
               88  WS-KEY-FOUND                VALUE 'Y'.
           05  WS-DUP-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-DUP-FOUND                VALUE 'Y'.
           05  WS-KEY-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-KEY-SCAN-EOF             VALUE 'Y'.
           05  WS-HEADER-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-HEADER-FOUND             VALUE 'Y'.
           05  WS-TRAILER-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-TRAILER-FOUND            VALUE 'Y'.
           05  WS-OUT-OF-BALANCE-SW        PIC X(01) VALUE 'N'.
               88  WS-OUT-OF-BALANCE           VALUE 'Y'.
           05  WS-AUTH-DECIDED-SW          PIC X(01) VALUE 'N'.
               88  WS-AUTH-DECIDED             VALUE 'Y'.
           05  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
               88  WS-AUTHORIZED               VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
           05  WS-VALID-OUT-STATUS         PIC X(02) VALUE '00'.
           05  WS-ERROR-OUT-STATUS         PIC X(02) VALUE '00'.
           05  WS-KEYMSTR-STATUS           PIC X(02) VALUE '00'.
           05  WS-SEENWK-STATUS            PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.
           05  WS-AUTHMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-AUTHLOG-STATUS           PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE EDIT SUMMARY AND THE RETURN CODE
           05  WS-VALID-COUNT              PIC 9(05) COMP VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-REASON-COUNT             PIC 9(05) COMP VALUE 0
                                           OCCURS 11 TIMES.

      *    REJECT RATE ABOVE WHICH THE JOB STREAM IS STOPPED, PER CENT
       01  WS-REJECT-RATE-AREA.
           05  WS-LEAP-QUOT                PIC 9(04) COMP.
           05  WS-COUNT-DISPLAY            PIC 9(05).
           05  WS-REASON-DISPLAY           PIC 9(02).
           05  WS-AUTH-LEN                 PIC 9(01) COMP.

      *    DAYS IN EACH MONTH OF A COMMON YEAR, JAN THRU DEC
       01  WS-MONTH-DAYS-LIST.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-DAYS-IN-MONTH            PIC 9(02) OCCURS 12 TIMES.

       PROCEDURE DIVISION.

      ******************************************************************
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES                                  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1080-READ-CYCLE-DATE THRU 1080-EXIT
           OPEN INPUT  TEXT-IN-FILE
           IF WS-TEXT-IN-STATUS NOT = '00'
               DISPLAY 'EDITIN ABEND - TEXTIN OPEN FAILED, STATUS '
           OPEN OUTPUT ERROR-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT  KEY-MASTER-FILE
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'EDITIN ABEND - KEYMSTR OPEN FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SEEN-WORK-FILE
           IF WS-SEENWK-STATUS NOT = '00'
               DISPLAY 'EDITIN ABEND - SEENWK OPEN FAILED, STATUS '
                   WS-SEENWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1090-OPEN-AUTH-FILES THRU 1090-EXIT.
       1000-EXIT.
           EXIT.

      *    THE AUTHORIZATION MASTER MUST BE THERE - WITHOUT IT NO
      *    KEYED RECORD CAN BE PASSED, SO STOP RATHER THAN REJECT THE
      *    WHOLE BATCH.  A NEVER-USED ATTEMPT LOG (STATUS 35) IS
      *    CREATED EMPTY AND REOPENED FOR UPDATE.
       1090-OPEN-AUTH-FILES.
           OPEN INPUT AUTH-MASTER-FILE
           IF WS-AUTHMSTR-STATUS NOT = '00'
               DISPLAY 'EDITIN ABEND - AUTHMSTR OPEN FAILED, STATUS '
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
               DISPLAY 'EDITIN ABEND - AUTHLOG OPEN FAILED, STATUS '
                   WS-AUTHLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1090-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE OPEN NIGHTLY CYCLE'S, NOT THE
      *    CLOCK'S, SO EVERY STEP OF ONE NIGHT AGREES ON IT WHEREVER
      *    MIDNIGHT FALLS.  NO OPEN CYCLE MEANS THE STREAM WAS NOT
      *    STARTED BY CYCLCTL - STOP BEFORE EDITING ANYTHING.
       1080-READ-CYCLE-DATE.
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'EDITIN ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           IF NOT CY-CYCLE-OPEN
               DISPLAY 'EDITIN ABEND - NO NIGHTLY CYCLE IS OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CYCLE DATE: ' CY-CYCLE-DATE.
       1080-EXIT.
           EXIT.

      ******************************************************************
                   PERFORM 3000-REJECT-RECORD THRU 3000-EXIT
                   GO TO 2300-EXIT
               END-IF
               PERFORM 4800-CHECK-AUTHORIZATION THRU 4800-EXIT
               IF NOT WS-AUTHORIZED
                   PERFORM 4850-LOG-ATTEMPT THRU 4850-EXIT
                   MOVE 11 TO WS-REASON-SUB
                   PERFORM 3000-REJECT-RECORD THRU 3000-EXIT
                   GO TO 2300-EXIT
               END-IF
           END-IF

           PERFORM 4100-CHECK-MSG-DATE THRU 4100-EXIT
                   MOVE 'E010' TO ER-REASON-CODE
                   MOVE 'SEGMENT GROUP INCONSISTENT'
                       TO ER-REASON-TEXT
               WHEN 11
                   MOVE 'E011' TO ER-REASON-CODE
                   MOVE 'SENDER NOT AUTH FOR KEY'
                       TO ER-REASON-TEXT
           END-EVALUATE
           MOVE TEXT-IN-RECORD TO ER-REJECT-RECORD
           MOVE SPACES TO ER-FILLER
           EXIT.

      ******************************************************************
      *  4000-CHECK-KEY-ID - DOES TI-KEY-ID HAVE AN ACTIVE ROW ON THE  *
      *  KEY MASTER?  THE MASTER IS READ DIRECTLY, SO EVERY DATED ROW  *
      *  COUNTS HOWEVER LARGE IT GROWS.  A KEY-ID WHOSE EVERY ROW WAS  *
      *  DEACTIVATED BY KEYMAINT IS NOT PRESENT.                       *
      ******************************************************************
       4000-CHECK-KEY-ID.
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
               DISPLAY 'EDITIN ABEND - KEYMSTR START FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4010-SCAN-KEY-ROWS THRU 4010-EXIT
               UNTIL WS-KEY-SCAN-EOF
                  OR WS-KEY-FOUND.
       4000-EXIT.
           EXIT.

       4010-SCAN-KEY-ROWS.
           READ KEY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-KEY-SCAN-EOF TO TRUE
           END-READ
           IF WS-KEY-SCAN-EOF
               GO TO 4010-EXIT
           END-IF
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'EDITIN ABEND - KEYMSTR READ FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF KM-KEY-ID NOT = TI-KEY-ID
               SET WS-KEY-SCAN-EOF TO TRUE
               GO TO 4010-EXIT
           END-IF
           IF NOT KM-DEACTIVATED
               SET WS-KEY-FOUND TO TRUE
           END-IF.
       4010-EXIT.

      ******************************************************************
      *  4400-CHECK-DUPLICATE - HAS THIS MESSAGE-ID / SEGMENT ALREADY  *
      *  APPEARED THIS BATCH?  EACH ONE IS WRITTEN TO THE SEEN WORK    *
      *  FILE, WHICH REFUSES A KEY IT ALREADY HOLDS.  ANY OTHER FAILURE*
      *  STOPS THE STEP - A CHECK THAT QUIETLY STOPPED CHECKING WOULD  *
      *  PASS REPEATS INTO THE BATCH.                                  *
      ******************************************************************
       4400-CHECK-DUPLICATE.
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
               GO TO 4400-EXIT
           END-IF
           IF WS-SEENWK-STATUS NOT = '00'
               DISPLAY 'EDITIN ABEND - SEENWK WRITE FAILED, STATUS '
                   WS-SEENWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *  4800-CHECK-AUTHORIZATION - MAY THIS SENDER USE TI-KEY-ID IN   *
      *  TI-MODE?  THE AUTHORIZATION WITH THE LONGEST MESSAGE-ID       *
      *  PREFIX FOR THE KEY DECIDES; NONE AT ANY LENGTH MEANS NO.      *
      ******************************************************************
       4800-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTH-DECIDED-SW
           MOVE 'N' TO WS-AUTHORIZED-SW
           PERFORM 4810-TRY-ONE-PREFIX THRU 4810-EXIT
               VARYING WS-AUTH-LEN FROM 6 BY -1
               UNTIL WS-AUTH-LEN = 0
                  OR WS-AUTH-DECIDED.
       4800-EXIT.
           EXIT.

       4810-TRY-ONE-PREFIX.
           IF TI-MESSAGE-ID(WS-AUTH-LEN:1) = SPACE
               GO TO 4810-EXIT
           END-IF
           MOVE SPACES TO AU-SENDER-PREFIX
           MOVE TI-MESSAGE-ID(1:WS-AUTH-LEN) TO AU-SENDER-PREFIX
           MOVE TI-KEY-ID TO AU-KEY-ID
           READ AUTH-MASTER-FILE
               INVALID KEY
                   GO TO 4810-EXIT
           END-READ
           SET WS-AUTH-DECIDED TO TRUE
           IF (TI-MODE-ENCRYPT AND AU-ENCRYPT-OK)
              OR (TI-MODE-DECRYPT AND AU-DECRYPT-OK)
              OR (TI-MODE-SOLVE AND AU-SOLVE-OK)
               SET WS-AUTHORIZED TO TRUE
           END-IF.
       4810-EXIT.
           EXIT.

      *    ONE ROW PER MESSAGE PER NIGHT - LATER SEGMENTS OF THE SAME
      *    MESSAGE, OR A RERUN OF THE NIGHT, REPLACE IT
       4850-LOG-ATTEMPT.
           MOVE SPACES         TO AUTH-LOG-RECORD
           MOVE CY-CYCLE-DATE  TO AL-ATTEMPT-DATE
           MOVE 'N'            TO AL-SOURCE
           MOVE TI-MESSAGE-ID  TO AL-MESSAGE-ID
           MOVE TI-KEY-ID      TO AL-KEY-ID
           MOVE TI-MODE        TO AL-MODE
           MOVE TI-CIPHER-TYPE TO AL-CIPHER-TYPE
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
               DISPLAY 'EDITIN ABEND - AUTHLOG WRITE FAILED, STATUS '
                   WS-AUTHLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4850-EXIT.
           EXIT.

      ******************************************************************
           PERFORM 8200-EMIT-COUNT-LINE THRU 8200-EXIT
           PERFORM 8100-DISPLAY-REASON-LINE THRU 8100-EXIT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 11
      *    THE RATE IS OVER DATA RECORDS - THE HDR000/TRL999 CONTROL
      *    RECORDS ARE NOT EDITABLE AND MUST NOT DILUTE THE THRESHOLD
           IF WS-DATA-COUNT > 0
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-STAMP-CYCLE-STEP THRU 9100-EXIT
           CLOSE TEXT-IN-FILE
           CLOSE VALID-OUT-FILE
           CLOSE ERROR-OUT-FILE
           CLOSE REPORT-FILE
           CLOSE KEY-MASTER-FILE
           CLOSE SEEN-WORK-FILE
           CLOSE AUTH-MASTER-FILE
           CLOSE AUTH-LOG-FILE.
       9000-EXIT.
           EXIT.

      *    MARK THIS STEP FINISHED ON THE CYCLE, WITH ITS RETURN CODE,
      *    SO CYCLCTL CLOSES THE NIGHT ONLY WHEN EVERY STEP HAS.
       9100-STAMP-CYCLE-STEP.
           MOVE 'Y'         TO CY-STEP-DONE(2)
           MOVE RETURN-CODE TO CY-STEP-RC(2)
           REWRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.
       9100-EXIT.
           EXIT.
