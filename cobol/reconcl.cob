      *                    RESULT ENCRYPTED UNDER A ROTATED-PAST       *
      *                    SHIFT OR KEYWORD STILL FINDS ITS KEY ON     *
      *                    THE MASTER INSTEAD OF DRAWING A WARNING.    *
      *  2026-10-15  DLC  RUNS ONLY INSIDE AN OPEN NIGHTLY CYCLE       *
      *                    (CBCYCLE) AND MARKS ITS STEP FINISHED ON    *
      *                    IT.                                         *
      *  2026-10-15  DLC  THE KEY CHECK READS THE KEY MASTER DIRECTLY  *
      *                    INSTEAD OF A 100-ROW KEY TABLE, SO EVERY    *
      *                    ACTIVE DATED ROW COUNTS HOWEVER LARGE THE   *
      *                    MASTER GROWS. A KEYMSTR OPEN, START OR READ *
      *                    FAILURE ENDS THE STEP RC=16.                *
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
               88  WS-ORIG-FOUND               VALUE 'Y'.
           05  WS-KEY-ON-MASTER-SW         PIC X(01) VALUE 'N'.
               88  WS-KEY-ON-MASTER            VALUE 'Y'.
           05  WS-KEY-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-KEY-SCAN-EOF             VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-KEYMSTR-STATUS           PIC X(02) VALUE '00'.
           05  WS-CHARPOL-STATUS           PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE RECONCILIATION REPORT

      *----------------------------------------------------------------
      *    ORIGINAL-MESSAGE TABLE, ASSEMBLED FROM THE ENCRYPT-MODE
      *    RECORDS ON THE VALIDATED TEXT-IN FILE.  A BATCH WITH MORE
      *    ENCRYPT MESSAGES THAN THE TABLE HOLDS ENDS THE STEP RC=12
      *    AS INCOMPLETE RATHER THAN PASSING WITH PART OF IT UNPROVED.
      *----------------------------------------------------------------
       01  WS-ORIG-TABLE-AREA.
           05  WS-ORIG-TABLE-COUNT         PIC 9(03) COMP VALUE 0.
       01  WS-ORIG-SUB                     PIC 9(03) COMP VALUE 0.
       01  WS-ORIG-HIT-SUB                 PIC 9(03) COMP VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES                                  *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1080-READ-CYCLE-DATE THRU 1080-EXIT
           OPEN INPUT  ENC-OUT-FILE
           IF WS-ENC-OUT-STATUS NOT = '00'
               DISPLAY 'RECONCL ABEND - ENCOUT OPEN FAILED, STATUS '
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT  KEY-MASTER-FILE
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'RECONCL ABEND - KEYMSTR OPEN FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-LOAD-CHAR-POLICY THRU 1400-EXIT.
       1000-EXIT.
           EXIT.
       1410-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE OPEN NIGHTLY CYCLE'S, NOT THE
      *    CLOCK'S, SO EVERY STEP OF ONE NIGHT AGREES ON IT WHEREVER
      *    MIDNIGHT FALLS.  NO OPEN CYCLE MEANS THE STREAM WAS NOT
      *    STARTED BY CYCLCTL - STOP BEFORE RECONCILING ANYTHING.
       1080-READ-CYCLE-DATE.
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'RECONCL ABEND - CYCLE OPEN FAILED, STATUS '
                   WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           IF NOT CY-CYCLE-OPEN
               DISPLAY 'RECONCL ABEND - NO NIGHTLY CYCLE IS OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CYCLE DATE: ' CY-CYCLE-DATE.
       1080-EXIT.
           EXIT.

      ******************************************************************
      *    A MATCHED MESSAGE WHOSE SHIFT OR KEYWORD IS NOT ON THE KEY
      *    MASTER DECRYPTED TONIGHT ONLY BECAUSE THE RESULT RECORD
      *    STILL CARRIES IT - AFTER THE NEXT ROTATION IT WOULD NOT.
      *    EVERY ACTIVE DATED ROW ON THE MASTER IS READ, HOWEVER
      *    MANY THERE ARE; A ROW DEACTIVATED BY KEYMAINT DOES NOT
      *    COUNT, SO A RESULT STILL LEANING ON A RETIRED KEY DRAWS A
      *    KEY WARNING.
       4500-CHECK-KEY-ON-MASTER.
           MOVE 'N' TO WS-KEY-ON-MASTER-SW
           MOVE 'N' TO WS-KEY-SCAN-EOF-SW
           MOVE LOW-VALUES TO KM-KEY
           START KEY-MASTER-FILE KEY IS NOT LESS THAN KM-KEY
               INVALID KEY
                   SET WS-KEY-SCAN-EOF TO TRUE
           END-START
           IF WS-KEYMSTR-STATUS NOT = '00'
              AND WS-KEYMSTR-STATUS NOT = '23'
               DISPLAY 'RECONCL ABEND - KEYMSTR START FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4510-SCAN-KEY-MASTER THRU 4510-EXIT
               UNTIL WS-KEY-SCAN-EOF
                  OR WS-KEY-ON-MASTER
           IF NOT WS-KEY-ON-MASTER
               ADD 1 TO WS-KEY-WARN-COUNT
       4500-EXIT.
           EXIT.

       4510-SCAN-KEY-MASTER.
           READ KEY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-KEY-SCAN-EOF TO TRUE
           END-READ
           IF WS-KEY-SCAN-EOF
               GO TO 4510-EXIT
           END-IF
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'RECONCL ABEND - KEYMSTR READ FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF KM-DEACTIVATED
               GO TO 4510-EXIT
           END-IF
           IF WS-RESULT-CIPHER-TYPE = 'V'
               IF KM-VIG-KEYWORD = WS-RESULT-KEYWORD
                   SET WS-KEY-ON-MASTER TO TRUE
               END-IF
           ELSE
               IF KM-SHIFT-VALUE = WS-RESULT-SHIFT-KEY
                   SET WS-KEY-ON-MASTER TO TRUE
               END-IF
           END-IF.
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9100-STAMP-CYCLE-STEP THRU 9100-EXIT
           CLOSE ENC-OUT-FILE
           CLOSE TEXT-IN-FILE
           CLOSE REPORT-FILE
           CLOSE KEY-MASTER-FILE.
       9000-EXIT.
           EXIT.

      *    MARK THIS STEP FINISHED ON THE CYCLE, WITH ITS RETURN CODE,
      *    SO CYCLCTL CLOSES THE NIGHT ONLY WHEN EVERY STEP HAS.
       9100-STAMP-CYCLE-STEP.
           MOVE 'Y'         TO CY-STEP-DONE(5)
           MOVE RETURN-CODE TO CY-STEP-RC(5)
           REWRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.
       9100-EXIT.
           EXIT.
