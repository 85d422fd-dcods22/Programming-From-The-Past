      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : AUTHMNT                                          *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  TRANSACTION-DRIVEN MAINTENANCE OF THE SENDER-TO-  *
      *  KEY AUTHORIZATION MASTER (CBAUTH).  KEY CUSTODY GRANTS A      *
      *  SENDING AREA - A MESSAGE-ID PREFIX - THE USE OF A KEY-ID IN   *
      *  ONE OR MORE MODES WITH AN ADD, ALTERS THE MODES OR REMARKS    *
      *  WITH A CHANGE AND WITHDRAWS THE GRANT WITH A DELETE (SEE      *
      *  CBAUTTRN).  EDITIN, EDITFIX AND RUSHRUN REJECT (E011) ANY     *
      *  RECORD WHOSE SENDER HAS NO GRANT FOR THE KEY-ID AND MODE IT   *
      *  NAMES.  AN ADD FOR A KEY-ID NOT ON THE KEY MASTER, OR FOR A   *
      *  PAIR ALREADY GRANTED, A CHANGE OR DELETE OF A PAIR NOT ON     *
      *  FILE, OR A TRANSACTION MISSING ITS OFFICER IS REJECTED.       *
      *  EVERY AUTHORIZATION TOUCHED IS PRINTED BEFORE AND AFTER, AND  *
      *  THE RUN ENDS WITH A LISTING OF THE WHOLE MASTER SO KEY        *
      *  CUSTODY HAS A CURRENT COPY.  ENDS WITH RETURN CODE 4 WHEN     *
      *  ANY TRANSACTION WAS REJECTED.  A NEVER-LOADED MASTER IS       *
      *  BUILT FRESH, SO THE FIRST RUN LOADS IT FROM ADDS.             *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTHMNT.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ADD / CHANGE / DELETE TRANSACTIONS FROM KEY CUSTODY
           SELECT AUTH-TRAN-FILE ASSIGN TO "AUTHTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHTRAN-STATUS.

      *    KEYED AUTHORIZATION MASTER, UPDATED IN PLACE
           SELECT AUTH-MASTER-FILE ASSIGN TO "AUTHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTHMSTR-STATUS.

      *    KEYED SHIFT-KEY MASTER - AN ADD MUST NAME A KEY ON FILE
           SELECT KEY-MASTER-FILE ASSIGN TO "KEYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KEYMSTR-STATUS.

      *    BEFORE/AFTER MAINTENANCE REPORT AND AUTHORIZATION LISTING
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUTH-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBAUTTRN.

       FD  AUTH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBAUTH.

       FD  KEY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBKEYMST.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-AUTHTRAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  AUTHTRAN-EOF                VALUE 'Y'.
           05  WS-AUTHMSTR-EOF-SW          PIC X(01) VALUE 'N'.
               88  AUTHMSTR-EOF                VALUE 'Y'.
           05  WS-AUTH-EXISTS-SW           PIC X(01) VALUE 'N'.
               88  WS-AUTH-EXISTS              VALUE 'Y'.
           05  WS-KEY-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-KEY-FOUND                VALUE 'Y'.
           05  WS-MODES-VALID-SW           PIC X(01) VALUE 'Y'.
               88  WS-MODES-VALID              VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-AUTHTRAN-STATUS          PIC X(02) VALUE '00'.
           05  WS-AUTHMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-KEYMSTR-STATUS           PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE MAINTENANCE REPORT
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-TRAN-COUNT               PIC 9(05) COMP VALUE 0.
           05  WS-ADD-COUNT                PIC 9(05) COMP VALUE 0.
           05  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-DELETE-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-ON-FILE-COUNT            PIC 9(05) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(05).

      *----------------------------------------------------------------
      *    RUN DATE - STAMPED AS THE GRANT OR CHANGE DATE
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).

      *----------------------------------------------------------------
      *    MODE-LETTER WORK AREA - THE TRANSACTION'S LETTERS IN ANY
      *    ORDER, SPREAD INTO THE MASTER'S ONE-POSITION-PER-MODE FORM
      *----------------------------------------------------------------
       01  WS-MODE-WORK.
           05  WS-MODE-SUB                 PIC 9(01) COMP.
           05  WS-NEW-MODES.
               10  WS-NEW-ENCRYPT          PIC X(01).
               10  WS-NEW-DECRYPT          PIC X(01).
               10  WS-NEW-SOLVE            PIC X(01).

      *----------------------------------------------------------------
      *    REPORT DETAIL LINES - ONE AUTHORIZATION IMAGE, TAGGED
      *    BEFORE, AFTER OR LISTED, WITH ITS REMARKS ON THE LINE BELOW
      *----------------------------------------------------------------
       01  WS-AUTH-DETAIL-LINE.
           05  WS-DL-TAG                   PIC X(09).
           05  WS-DL-PREFIX                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-KEY-ID                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-MODES                 PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-GRANTED-BY            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-GRANT-DATE            PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CHANGED-BY            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-CHANGE-DATE           PIC 9(08).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  WS-AUTH-REMARKS-LINE.
           05  FILLER                      PIC X(09) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE 'REMARKS: '.
           05  WS-RL-REMARKS               PIC X(30).
           05  FILLER                      PIC X(32) VALUE SPACES.

      *----------------------------------------------------------------
      *    REPORT REJECT LINE
      *----------------------------------------------------------------
       01  WS-REJECT-LINE.
           05  WS-RJ-TAG                   PIC X(09).
           05  WS-RJ-FUNCTION              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RJ-PREFIX                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RJ-KEY-ID                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RJ-REASON                PIC X(30).
           05  FILLER                      PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
           PERFORM 6500-LIST-AUTH-MASTER THRU 6500-EXIT
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES                                  *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURR-DATE-YYYYMMDD
           OPEN INPUT AUTH-TRAN-FILE
           IF WS-AUTHTRAN-STATUS NOT = '00'
               DISPLAY 'AUTHMNT ABEND - AUTHTRAN OPEN FAILED, STATUS '
                   WS-AUTHTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT KEY-MASTER-FILE
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'AUTHMNT ABEND - KEYMSTR OPEN FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1070-OPEN-AUTH-MASTER THRU 1070-EXIT
           OPEN OUTPUT REPORT-FILE.
       1000-EXIT.
           EXIT.

      *    A NEVER-LOADED AUTHORIZATION MASTER (STATUS 35) IS CREATED
      *    EMPTY AND REOPENED FOR UPDATE, SO THE FIRST ADD
      *    TRANSACTIONS BUILD IT.  ANY OTHER OPEN FAILURE STOPS THE RUN.
       1070-OPEN-AUTH-MASTER.
           OPEN I-O AUTH-MASTER-FILE
           IF WS-AUTHMSTR-STATUS = '35'
               OPEN OUTPUT AUTH-MASTER-FILE
               CLOSE AUTH-MASTER-FILE
               OPEN I-O AUTH-MASTER-FILE
           END-IF
           IF WS-AUTHMSTR-STATUS NOT = '00'
               DISPLAY 'AUTHMNT ABEND - AUTHMSTR OPEN FAILED, STATUS '
                   WS-AUTHMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1070-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-TRANSACTIONS - PRIMING READ / APPLY LOOP         *
      ******************************************************************
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-READ-AUTH-TRAN THRU 2100-EXIT
           PERFORM 2200-APPLY-LOOP THRU 2200-EXIT
               UNTIL AUTHTRAN-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-AUTH-TRAN.
           READ AUTH-TRAN-FILE
               AT END
                   SET AUTHTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-APPLY-LOOP.
           PERFORM 2300-APPLY-TRANSACTION THRU 2300-EXIT
           PERFORM 2100-READ-AUTH-TRAN THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-APPLY-TRANSACTION - COMMON EDITS, THEN DISPATCH BY       *
      *  FUNCTION CODE                                                 *
      ******************************************************************
       2300-APPLY-TRANSACTION.
           IF AN-SENDER-PREFIX = SPACES
              OR AN-SENDER-PREFIX(1:1) = SPACE
               MOVE 'SENDER PREFIX MISSING' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF AN-KEY-ID = SPACES
               MOVE 'KEY-ID MISSING' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF AN-OFFICER = SPACES
               MOVE 'OFFICER MISSING' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2400-SPREAD-MODES THRU 2400-EXIT
           IF NOT WS-MODES-VALID
               MOVE 'MODES NOT E/D/S' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           EVALUATE TRUE
               WHEN AN-FUNC-ADD
                   PERFORM 3000-ADD-AUTH THRU 3000-EXIT
               WHEN AN-FUNC-CHANGE
                   PERFORM 4000-CHANGE-AUTH THRU 4000-EXIT
               WHEN AN-FUNC-DELETE
                   PERFORM 5000-DELETE-AUTH THRU 5000-EXIT
               WHEN OTHER
                   MOVE 'FUNCTION CODE NOT A/C/D' TO WS-RJ-REASON
                   PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *    SPREAD THE MODE LETTERS INTO WS-NEW-MODES; ANYTHING BUT E,
      *    D, S OR BLANK IN ANY POSITION MAKES THE MODES INVALID
       2400-SPREAD-MODES.
           MOVE 'Y' TO WS-MODES-VALID-SW
           MOVE SPACES TO WS-NEW-MODES
           PERFORM 2410-SPREAD-ONE-MODE THRU 2410-EXIT
               VARYING WS-MODE-SUB FROM 1 BY 1
               UNTIL WS-MODE-SUB > 3.
       2400-EXIT.
           EXIT.

       2410-SPREAD-ONE-MODE.
           EVALUATE AN-MODES(WS-MODE-SUB:1)
               WHEN 'E'
                   MOVE 'E' TO WS-NEW-ENCRYPT
               WHEN 'D'
                   MOVE 'D' TO WS-NEW-DECRYPT
               WHEN 'S'
                   MOVE 'S' TO WS-NEW-SOLVE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-MODES-VALID-SW
           END-EVALUATE.
       2410-EXIT.
           EXIT.

      ******************************************************************
      *  3000-ADD-AUTH - GRANT A SENDER THE USE OF A KEY-ID; THE KEY   *
      *  MUST BE ON THE KEY MASTER AND THE PAIR NOT ALREADY GRANTED    *
      ******************************************************************
       3000-ADD-AUTH.
           IF WS-NEW-MODES = SPACES
               MOVE 'ADD REQUIRES MODES' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 6200-FIND-KEY-ID THRU 6200-EXIT
           IF NOT WS-KEY-FOUND
               MOVE 'KEY-ID NOT ON KEY MASTER' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 6100-READ-AUTH THRU 6100-EXIT
           IF WS-AUTH-EXISTS
               MOVE 'SENDER ALREADY AUTH FOR KEY' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES                TO AUTH-RECORD
           MOVE AN-SENDER-PREFIX      TO AU-SENDER-PREFIX
           MOVE AN-KEY-ID             TO AU-KEY-ID
           MOVE WS-NEW-MODES          TO AU-MODES
           MOVE AN-OFFICER            TO AU-GRANTED-BY
           MOVE WS-CURR-DATE-YYYYMMDD TO AU-GRANT-DATE
           MOVE ZERO                  TO AU-CHANGE-DATE
           MOVE AN-REMARKS            TO AU-REMARKS
           WRITE AUTH-RECORD
           IF WS-AUTHMSTR-STATUS NOT = '00'
               DISPLAY 'AUTHMNT ABEND - AUTHMSTR UPDATE FAILED, '
                   'STATUS ' WS-AUTHMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ADD-COUNT
           MOVE 'ADDED    ' TO WS-DL-TAG
           PERFORM 6000-EMIT-AUTH-IMAGE THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-CHANGE-AUTH - REPLACE THE MODES AND/OR THE REMARKS OF AN *
      *  EXISTING GRANT                                                *
      ******************************************************************
       4000-CHANGE-AUTH.
           IF WS-NEW-MODES = SPACES AND AN-REMARKS = SPACES
               MOVE 'CHANGE SUPPLIES NOTHING' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF
           PERFORM 6100-READ-AUTH THRU 6100-EXIT
           IF NOT WS-AUTH-EXISTS
               MOVE 'SENDER/KEY NOT ON AUTH MASTER' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE 'BEFORE   ' TO WS-DL-TAG
           PERFORM 6000-EMIT-AUTH-IMAGE THRU 6000-EXIT
           IF WS-NEW-MODES NOT = SPACES
               MOVE WS-NEW-MODES TO AU-MODES
           END-IF
           IF AN-REMARKS NOT = SPACES
               MOVE AN-REMARKS TO AU-REMARKS
           END-IF
           MOVE AN-OFFICER            TO AU-CHANGED-BY
           MOVE WS-CURR-DATE-YYYYMMDD TO AU-CHANGE-DATE
           REWRITE AUTH-RECORD
           IF WS-AUTHMSTR-STATUS NOT = '00'
               DISPLAY 'AUTHMNT ABEND - AUTHMSTR UPDATE FAILED, '
                   'STATUS ' WS-AUTHMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE 'AFTER    ' TO WS-DL-TAG
           PERFORM 6000-EMIT-AUTH-IMAGE THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  5000-DELETE-AUTH - WITHDRAW A GRANT; THE LAST IMAGE IS        *
      *  PRINTED SO THE REPORT SHOWS WHAT WAS TAKEN AWAY               *
      ******************************************************************
       5000-DELETE-AUTH.
           PERFORM 6100-READ-AUTH THRU 6100-EXIT
           IF NOT WS-AUTH-EXISTS
               MOVE 'SENDER/KEY NOT ON AUTH MASTER' TO WS-RJ-REASON
               PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE 'DELETED  ' TO WS-DL-TAG
           PERFORM 6000-EMIT-AUTH-IMAGE THRU 6000-EXIT
           DELETE AUTH-MASTER-FILE RECORD
           IF WS-AUTHMSTR-STATUS NOT = '00'
               DISPLAY 'AUTHMNT ABEND - AUTHMSTR UPDATE FAILED, '
                   'STATUS ' WS-AUTHMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DELETE-COUNT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  6000-EMIT-AUTH-IMAGE - ONE AUTHORIZATION, TWO REPORT LINES    *
      ******************************************************************
       6000-EMIT-AUTH-IMAGE.
           MOVE AU-SENDER-PREFIX TO WS-DL-PREFIX
           MOVE AU-KEY-ID        TO WS-DL-KEY-ID
           MOVE AU-MODES         TO WS-DL-MODES
           MOVE AU-GRANTED-BY    TO WS-DL-GRANTED-BY
           MOVE AU-GRANT-DATE    TO WS-DL-GRANT-DATE
           MOVE AU-CHANGED-BY    TO WS-DL-CHANGED-BY
           MOVE AU-CHANGE-DATE   TO WS-DL-CHANGE-DATE
           MOVE AU-REMARKS       TO WS-RL-REMARKS
           WRITE REPORT-RECORD FROM WS-AUTH-DETAIL-LINE
           WRITE REPORT-RECORD FROM WS-AUTH-REMARKS-LINE
           DISPLAY WS-DL-TAG WS-DL-PREFIX ' ' WS-DL-KEY-ID ' '
               WS-DL-MODES ' ' WS-DL-GRANTED-BY ' '
               WS-DL-GRANT-DATE ' ' WS-DL-CHANGED-BY ' '
               WS-DL-CHANGE-DATE ' ' WS-RL-REMARKS.
       6000-EXIT.
           EXIT.

      *    READ THE GRANT THE TRANSACTION NAMES, BY ITS EXACT PAIR
       6100-READ-AUTH.
           MOVE 'N' TO WS-AUTH-EXISTS-SW
           MOVE AN-SENDER-PREFIX TO AU-SENDER-PREFIX
           MOVE AN-KEY-ID        TO AU-KEY-ID
           READ AUTH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-AUTH-EXISTS TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

      *    IS THE KEY-ID ON THE KEY MASTER AT ALL?  POSITION AT ITS
      *    EARLIEST POSSIBLE DATED ROW AND SEE WHAT COMES NEXT.
       6200-FIND-KEY-ID.
           MOVE 'N' TO WS-KEY-FOUND-SW
           MOVE AN-KEY-ID TO KM-KEY-ID
           MOVE ZERO      TO KM-EFFECTIVE-DATE
           START KEY-MASTER-FILE KEY IS NOT LESS THAN KM-KEY
               INVALID KEY
                   GO TO 6200-EXIT
           END-START
           READ KEY-MASTER-FILE NEXT RECORD
               AT END
                   GO TO 6200-EXIT
           END-READ
           IF KM-KEY-ID = AN-KEY-ID
               SET WS-KEY-FOUND TO TRUE
           END-IF.
       6200-EXIT.
           EXIT.

      ******************************************************************
      *  6500-LIST-AUTH-MASTER - THE WHOLE MASTER IN SENDER / KEY-ID   *
      *  ORDER                                                         *
      ******************************************************************
       6500-LIST-AUTH-MASTER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'AUTHORIZATION MASTER LISTING - MODES E/D/S GRANTED'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'AUTHORIZATION MASTER LISTING - MODES E/D/S GRANTED'
           MOVE '         SENDER KEY-ID MOD GRANTED  ON'
               TO REPORT-RECORD
           MOVE 'CHANGED  ON' TO REPORT-RECORD(46:11)
           WRITE REPORT-RECORD
           MOVE LOW-VALUES TO AU-AUTH-KEY
           START AUTH-MASTER-FILE KEY IS NOT LESS THAN AU-AUTH-KEY
               INVALID KEY
                   SET AUTHMSTR-EOF TO TRUE
           END-START
           IF NOT AUTHMSTR-EOF
               PERFORM 6600-READ-AUTH-NEXT THRU 6600-EXIT
           END-IF
           PERFORM 6700-LIST-LOOP THRU 6700-EXIT
               UNTIL AUTHMSTR-EOF.
       6500-EXIT.
           EXIT.

       6600-READ-AUTH-NEXT.
           READ AUTH-MASTER-FILE NEXT RECORD
               AT END
                   SET AUTHMSTR-EOF TO TRUE
           END-READ.
       6600-EXIT.
           EXIT.

       6700-LIST-LOOP.
           ADD 1 TO WS-ON-FILE-COUNT
           MOVE 'LISTED   ' TO WS-DL-TAG
           PERFORM 6000-EMIT-AUTH-IMAGE THRU 6000-EXIT
           PERFORM 6600-READ-AUTH-NEXT THRU 6600-EXIT.
       6700-EXIT.
           EXIT.

      ******************************************************************
      *  7000-REJECT-TRANSACTION - REPORT A TRANSACTION NOT APPLIED    *
      ******************************************************************
       7000-REJECT-TRANSACTION.
           MOVE 'REJECTED '      TO WS-RJ-TAG
           MOVE AN-FUNCTION      TO WS-RJ-FUNCTION
           MOVE AN-SENDER-PREFIX TO WS-RJ-PREFIX
           MOVE AN-KEY-ID        TO WS-RJ-KEY-ID
           WRITE REPORT-RECORD FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY WS-RJ-TAG WS-RJ-FUNCTION ' ' WS-RJ-PREFIX ' '
               WS-RJ-KEY-ID ' ' WS-RJ-REASON.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - RUN TOTALS AND THE RETURN CODE         *
      ******************************************************************
       8000-PRODUCE-SUMMARY.
           DISPLAY ' '
           DISPLAY '===== AUTHMNT RUN SUMMARY ====='
           DISPLAY 'TRANSACTIONS READ : ' WS-TRAN-COUNT
           DISPLAY 'GRANTS ADDED      : ' WS-ADD-COUNT
           DISPLAY 'GRANTS CHANGED    : ' WS-CHANGE-COUNT
           DISPLAY 'GRANTS DELETED    : ' WS-DELETE-COUNT
           DISPLAY 'REJECTED          : ' WS-REJECT-COUNT
           DISPLAY 'GRANTS ON FILE    : ' WS-ON-FILE-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY
           STRING 'TRANSACTIONS READ : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ADD-COUNT TO WS-COUNT-DISPLAY
           STRING 'GRANTS ADDED      : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY
           STRING 'GRANTS CHANGED    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DELETE-COUNT TO WS-COUNT-DISPLAY
           STRING 'GRANTS DELETED    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
           STRING 'REJECTED          : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ON-FILE-COUNT TO WS-COUNT-DISPLAY
           STRING 'GRANTS ON FILE    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-REJECT-COUNT > 0
               DISPLAY 'TRANSACTIONS REJECTED - ENDING WITH RETURN '
                   'CODE 4'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           CLOSE AUTH-TRAN-FILE
           CLOSE AUTH-MASTER-FILE
           CLOSE KEY-MASTER-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
