      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : RESOLVE                                          *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  RE-SOLVE FEED FOR REJECTED SOLVES.  SWEEPS THE    *
      *  MARGINAL SOLVE REVIEW QUEUE (CBREVIEW) FOR RECORDS AN         *
      *  ANALYST DISPOSITIONED 'X' (REJECT BOTH) THAT HAVE NOT YET     *
      *  BEEN PUT BACK THROUGH A SOLVE, AND WRITES ONE SOLVE REQUEST   *
      *  PER MESSAGE TO A TEXT-IN BATCH UNDER ITS OWN HDR000/TRL999    *
      *  CONTROL RECORDS, READY TO FEED THE NEXT ENCDJOB.  THE QUEUE   *
      *  RECORD DOES NOT HOLD THE CIPHERTEXT, SO IT IS REBUILT FROM    *
      *  THE REJECTED BEST CANDIDATE BY RUNNING ITS SHIFT (CAESAR) OR  *
      *  KEYWORD (VIGENERE) THE OTHER WAY - THE SAME ARITHMETIC        *
      *  ENCODE SOLVED IT WITH, SO THE RE-SOLVE SEES EXACTLY THE TEXT  *
      *  THE FIRST SOLVE SAW.  EACH REQUEST CARRIES THE REJECTED       *
      *  ATTEMPT'S RUN DATE (TI-RESOLVE-OF-DATE); ENCODE USES IT TO    *
      *  FIND THE ANALYST'S HINTS AND TO LINK THE NEW ATTEMPT BACK TO  *
      *  THE REJECTED ONE.  EACH QUEUED RECORD IS STAMPED 'Q' SO THE   *
      *  NEXT RUN DOES NOT QUEUE IT TWICE.  ENDS RC=4 WHEN A REJECTED  *
      *  RECORD CANNOT BE REBUILT; RC=16 WHEN THE QUEUE IS             *
      *  UNAVAILABLE.                                                  *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RESOLVE.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    MARGINAL SOLVE REVIEW QUEUE - SWEPT IN KEY ORDER, STAMPED
           SELECT REVIEW-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REVIEW-KEY
               FILE STATUS IS WS-REVIEWQ-STATUS.

      *    RE-SOLVE BATCH, TEXT-IN FORMAT UNDER HDR000/TRL999
           SELECT RESOLVE-OUT-FILE ASSIGN TO "RESOLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESOLOUT-STATUS.

      *    RE-SOLVE REPORT, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBREVIEW.

       FD  RESOLVE-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RESOLVE-OUT-RECORD              PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-REVIEWQ-EOF-SW           PIC X(01) VALUE 'N'.
               88  REVIEWQ-EOF                 VALUE 'Y'.
           05  WS-REBUILD-OK-SW            PIC X(01) VALUE 'N'.
               88  WS-REBUILD-OK               VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-REVIEWQ-STATUS           PIC X(02) VALUE '00'.
           05  WS-RESOLOUT-STATUS          PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE RE-SOLVE SUMMARY
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-REVIEW-READ-COUNT        PIC 9(05) COMP VALUE 0.
           05  WS-QUEUED-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-AWAITING-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-DEFERRED-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-UNBUILDABLE-COUNT        PIC 9(05) COMP VALUE 0.

       01  WS-COUNT-DISPLAY                PIC 9(05).

      *----------------------------------------------------------------
      *    RUN DATE - STAMPED ON THE BATCH HEADER
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).

      *----------------------------------------------------------------
      *    RE-SOLVE BATCH CONTROL TOTALS - SEE CBTXTIN
      *----------------------------------------------------------------
       01  WS-BALANCE-AREA.
           05  WS-RESOLVE-COUNT            PIC 9(07) VALUE 0.
           05  WS-RESOLVE-HASH             PIC 9(12) VALUE 0.
           05  WS-HASH-ID                  PIC X(06).
           05  WS-HASH-ID-NUM REDEFINES WS-HASH-ID
                                           PIC 9(06).
           05  WS-HASH-SUB                 PIC 9(02) COMP.

      *----------------------------------------------------------------
      *    WORK FIELDS.  A MESSAGE ID CAN BE ON THE QUEUE UNDER MORE
      *    THAN ONE RUN DATE; ONLY ONE REQUEST PER MESSAGE GOES ON A
      *    BATCH (EDITIN REJECTS A DUPLICATE ID), SO THE LATER ONE
      *    WAITS FOR THE NEXT RUN.
      *----------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05  WS-LAST-QUEUED-ID           PIC X(06) VALUE SPACES.
           05  WS-MSG-TEXT                 PIC X(240).
           05  WS-MSG-LEN                  PIC 9(03) COMP.
           05  WS-ACTION-NOTE              PIC X(30).

      *----------------------------------------------------------------
      *    CIPHER WORK FIELDS - THE REJECTED CANDIDATE IS TURNED BACK
      *    INTO ITS CIPHERTEXT BY THE SAME SHIFT ARITHMETIC ENCODE
      *    USES, RUN IN THE OPPOSITE DIRECTION
      *----------------------------------------------------------------
       01  WS-CIPHER-WORK-AREA.
           05  WS-RESULT-TEXT              PIC X(240).
           05  WS-CURR-POS                 PIC 9(03) COMP.
           05  WS-CHAR                     PIC X(01).
           05  WS-CHAR-2                   PIC X(01).
           05  WS-NEW-CHAR                 PIC X(01).
           05  WS-CHAR-INT                 PIC 9(03) COMP.
           05  WS-NEW-INT                  PIC 9(03) COMP.
           05  WS-SHIFT-AMT                PIC 9(02).
           05  WS-SHIFT-DIRECTION          PIC X(01).
           05  WS-EFFECTIVE-KEYWORD        PIC X(16).
           05  WS-VIG-KEYWORD-LEN          PIC 9(02) COMP.
           05  WS-VIG-ALIGN-POS            PIC 9(03) COMP.
           05  WS-VIG-QUOT                 PIC 9(03) COMP.
           05  WS-VIG-POS                  PIC 9(02) COMP.
           05  WS-VIG-CHAR-INT             PIC 9(03) COMP.

      *    RE-SOLVE BATCH SEGMENT WORK FIELDS
       01  WS-OUT-AREA.
           05  WS-OUT-POS                  PIC 9(03) COMP.
           05  WS-OUT-SEG-SEQ              PIC 9(02) COMP.
           05  WS-OUT-CHUNK-LEN            PIC 9(02) COMP.

      *    TEXT-IN RECORD, HEADER AND TRAILER VIEWS FOR THE BATCH
           COPY CBTXTIN.

      *----------------------------------------------------------------
      *    REPORT DETAIL LINE - ONE REJECTED SOLVE
      *----------------------------------------------------------------
       01  WS-DETAIL-LINE.
           05  WS-DL-MESSAGE-ID            PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-RUN-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-CIPHER                PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-LEN                   PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-ANALYST               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE                  PIC X(30).
           05  FILLER                      PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SWEEP-QUEUE THRU 2000-EXIT
           PERFORM 2900-WRITE-RESOLVE-TRAILER THRU 2900-EXIT
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES AND START THE BATCH              *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURR-DATE-YYYYMMDD
           OPEN I-O REVIEW-FILE
           IF WS-REVIEWQ-STATUS NOT = '00'
               DISPLAY 'RESOLVE ABEND - REVIEWQ OPEN FAILED, STATUS '
                   WS-REVIEWQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESOLVE-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1500-WRITE-RESOLVE-HEADER THRU 1500-EXIT
           MOVE 'MSG-ID RUN-DATE  C  LEN  ANALYST   NOTE'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'MSG-ID RUN-DATE  C  LEN  ANALYST   NOTE'.
       1000-EXIT.
           EXIT.

      *    THE RE-SOLVE BATCH OPENS WITH ITS OWN HEADER, DATED TODAY,
      *    SO IT BALANCES AS A CONTROLLED BATCH IN ENCDJOB.
       1500-WRITE-RESOLVE-HEADER.
           MOVE SPACES TO TEXT-IN-HEADER
           MOVE 'HDR000' TO TH-RECORD-ID
           MOVE WS-CURR-DATE-YYYYMMDD TO TH-BATCH-DATE
           WRITE RESOLVE-OUT-RECORD FROM TEXT-IN-HEADER.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SWEEP-QUEUE - WALK THE WHOLE QUEUE IN KEY ORDER          *
      ******************************************************************
       2000-SWEEP-QUEUE.
           MOVE LOW-VALUES TO RV-REVIEW-KEY
           START REVIEW-FILE KEY IS NOT LESS THAN RV-REVIEW-KEY
               INVALID KEY
                   SET REVIEWQ-EOF TO TRUE
           END-START
           IF NOT REVIEWQ-EOF
               PERFORM 2100-READ-REVIEW THRU 2100-EXIT
           END-IF
           PERFORM 2200-SWEEP-LOOP THRU 2200-EXIT
               UNTIL REVIEWQ-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-REVIEW.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   SET REVIEWQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVIEW-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-SWEEP-LOOP.
           PERFORM 2300-JUDGE-REVIEW THRU 2300-EXIT
           PERFORM 2100-READ-REVIEW THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-JUDGE-REVIEW - ONLY A REJECT-BOTH NOT YET RE-SOLVED IS   *
      *  QUEUED.  ONE ALREADY ON AN EARLIER BATCH AND STILL WAITING    *
      *  FOR ITS SOLVE IS LISTED SO A LOST BATCH IS NOTICED.           *
      ******************************************************************
       2300-JUDGE-REVIEW.
           IF NOT RV-REJECTED
               GO TO 2300-EXIT
           END-IF
           IF RV-RESOLVE-QUEUED
               ADD 1 TO WS-AWAITING-COUNT
               MOVE 'ON AN EARLIER BATCH - AWAITING' TO WS-ACTION-NOTE
               PERFORM 7000-LIST-REVIEW THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF NOT RV-NOT-RESOLVED
               GO TO 2300-EXIT
           END-IF
           IF RV-MESSAGE-ID = WS-LAST-QUEUED-ID
               ADD 1 TO WS-DEFERRED-COUNT
               MOVE 'ID ALREADY ON BATCH - NEXT RUN' TO WS-ACTION-NOTE
               PERFORM 7000-LIST-REVIEW THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 3000-REBUILD-CIPHERTEXT THRU 3000-EXIT
           IF NOT WS-REBUILD-OK
               ADD 1 TO WS-UNBUILDABLE-COUNT
               MOVE 'NO CANDIDATE TO REBUILD FROM' TO WS-ACTION-NOTE
               PERFORM 7000-LIST-REVIEW THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 4000-WRITE-RESOLVE-MESSAGE THRU 4000-EXIT
           MOVE 'Q' TO RV-RESOLVE-STATUS
           REWRITE REVIEW-RECORD
               INVALID KEY
                   DISPLAY 'RESOLVE ABEND - REVIEWQ REWRITE FAILED, '
                       'STATUS ' WS-REVIEWQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE RV-MESSAGE-ID TO WS-LAST-QUEUED-ID
           ADD 1 TO WS-QUEUED-COUNT
           MOVE 'QUEUED FOR RE-SOLVE' TO WS-ACTION-NOTE
           PERFORM 7000-LIST-REVIEW THRU 7000-EXIT.
       2300-EXIT.
           EXIT.

       2900-WRITE-RESOLVE-TRAILER.
           MOVE SPACES TO TEXT-IN-TRAILER
           MOVE 'TRL999' TO TT-RECORD-ID
           MOVE WS-RESOLVE-COUNT TO TT-RECORD-COUNT
           MOVE WS-RESOLVE-HASH  TO TT-HASH-TOTAL
           WRITE RESOLVE-OUT-RECORD FROM TEXT-IN-TRAILER.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  3000-REBUILD-CIPHERTEXT - THE SOLVE TURNED THE CIPHERTEXT     *
      *  INTO ITS BEST CANDIDATE BY ADDING THE CAESAR SHIFT, OR BY     *
      *  SUBTRACTING THE VIGENERE KEYWORD; DOING THE OPPOSITE TO THE   *
      *  CANDIDATE GIVES THE CIPHERTEXT BACK.  A RECORD WITH NO        *
      *  CANDIDATE, SHIFT OR KEYWORD TO WORK FROM CANNOT BE REBUILT.   *
      ******************************************************************
       3000-REBUILD-CIPHERTEXT.
           MOVE 'N' TO WS-REBUILD-OK-SW
           IF RV-MSG-LEN IS NOT NUMERIC
              OR RV-MSG-LEN = 0
              OR RV-BEST-TEXT = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE RV-MSG-LEN TO WS-MSG-LEN
           MOVE SPACES TO WS-RESULT-TEXT
           IF RV-CIPHER-TYPE = 'V'
               IF RV-BEST-KEYWORD = SPACES
                   GO TO 3000-EXIT
               END-IF
               MOVE 'E' TO WS-SHIFT-DIRECTION
               MOVE RV-BEST-KEYWORD TO WS-EFFECTIVE-KEYWORD
               PERFORM 3560-COMPUTE-KEYWORD-LEN THRU 3560-EXIT
           ELSE
               IF RV-BEST-SHIFT IS NOT NUMERIC
                  OR RV-BEST-SHIFT = 0
                  OR RV-BEST-SHIFT > 26
                   GO TO 3000-EXIT
               END-IF
               MOVE 'D' TO WS-SHIFT-DIRECTION
               MOVE RV-BEST-SHIFT TO WS-SHIFT-AMT
           END-IF
           PERFORM 3510-REBUILD-ONE-CHAR THRU 3510-EXIT
               VARYING WS-CURR-POS FROM 1 BY 1
               UNTIL WS-CURR-POS > WS-MSG-LEN
           MOVE WS-RESULT-TEXT TO WS-MSG-TEXT
           SET WS-REBUILD-OK TO TRUE.
       3000-EXIT.
           EXIT.

       3510-REBUILD-ONE-CHAR.
           MOVE RV-BEST-TEXT(WS-CURR-POS:1) TO WS-CHAR
           IF RV-CIPHER-TYPE = 'V'
               MOVE WS-CURR-POS TO WS-VIG-ALIGN-POS
               PERFORM 3550-COMPUTE-VIG-SHIFT THRU 3550-EXIT
           END-IF
           PERFORM 3600-SHIFT-CHARACTER THRU 3600-EXIT
           MOVE WS-NEW-CHAR TO WS-RESULT-TEXT(WS-CURR-POS:1).
       3510-EXIT.
           EXIT.

      *    VIGENERE SHIFT FOR THE CURRENT POSITION = KEYWORD LETTER,
      *    TAKEN MODULO THE TRIMMED KEYWORD LENGTH VIA DIVIDE/REMAINDER
       3550-COMPUTE-VIG-SHIFT.
           DIVIDE WS-VIG-ALIGN-POS BY WS-VIG-KEYWORD-LEN
               GIVING WS-VIG-QUOT REMAINDER WS-VIG-POS
           ADD 1 TO WS-VIG-POS
           MOVE WS-EFFECTIVE-KEYWORD(WS-VIG-POS:1) TO WS-CHAR-2
           COMPUTE WS-VIG-CHAR-INT = FUNCTION ORD(WS-CHAR-2)
           IF WS-VIG-CHAR-INT > 65
               COMPUTE WS-SHIFT-AMT = WS-VIG-CHAR-INT - 65
           ELSE
               MOVE 26 TO WS-SHIFT-AMT
           END-IF.
       3550-EXIT.
           EXIT.

      *    TRIM TRAILING SPACES OFF THE KEYWORD BY SCANNING BACKWARDS
       3560-COMPUTE-KEYWORD-LEN.
           MOVE 16 TO WS-VIG-KEYWORD-LEN
           PERFORM 3561-TRIM-ONE-CHAR THRU 3561-EXIT
               VARYING WS-VIG-KEYWORD-LEN FROM 16 BY -1
               UNTIL WS-VIG-KEYWORD-LEN = 0
                  OR WS-EFFECTIVE-KEYWORD(WS-VIG-KEYWORD-LEN:1)
                     NOT = SPACE.
       3560-EXIT.
           EXIT.

       3561-TRIM-ONE-CHAR.
           CONTINUE.
       3561-EXIT.
           EXIT.

      *    THE SAME CHARACTER SHIFT ENCODE USES.  NON-ALPHABETIC
      *    CHARACTERS PASS THROUGH UNCHANGED.
       3600-SHIFT-CHARACTER.
           COMPUTE WS-CHAR-INT = FUNCTION ORD(WS-CHAR)
           IF WS-CHAR-INT > 65
               IF WS-SHIFT-DIRECTION = 'E'
                   ADD WS-CHAR-INT WS-SHIFT-AMT GIVING WS-NEW-INT
                   IF WS-NEW-INT > 91
                       SUBTRACT 91 FROM WS-NEW-INT GIVING WS-NEW-INT
                       ADD 65 WS-NEW-INT GIVING WS-NEW-INT
                   END-IF
               ELSE
                   SUBTRACT WS-SHIFT-AMT FROM WS-CHAR-INT
                       GIVING WS-NEW-INT
                   IF WS-NEW-INT < 66
                       SUBTRACT WS-NEW-INT FROM 65 GIVING WS-NEW-INT
                       SUBTRACT WS-NEW-INT FROM 91 GIVING WS-NEW-INT
                   END-IF
               END-IF
               MOVE FUNCTION CHAR(WS-NEW-INT) TO WS-NEW-CHAR
           ELSE
               MOVE WS-CHAR TO WS-NEW-CHAR
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *  4000-WRITE-RESOLVE-MESSAGE - ONE SOLVE REQUEST, 16            *
      *  CHARACTERS PER RECORD.  A MESSAGE THAT FITS ONE RECORD GOES   *
      *  OUT UNSEGMENTED, AS CBTXTIN DESCRIBES.                        *
      ******************************************************************
       4000-WRITE-RESOLVE-MESSAGE.
           MOVE 0 TO WS-OUT-SEG-SEQ
           PERFORM 4100-WRITE-ONE-SEGMENT THRU 4100-EXIT
               VARYING WS-OUT-POS FROM 1 BY 16
               UNTIL WS-OUT-POS > WS-MSG-LEN.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-SEGMENT.
           ADD 1 TO WS-OUT-SEG-SEQ
           MOVE SPACES TO TEXT-IN-RECORD
           MOVE RV-MESSAGE-ID TO TI-MESSAGE-ID
           COMPUTE WS-OUT-CHUNK-LEN = WS-MSG-LEN - WS-OUT-POS + 1
           IF WS-OUT-CHUNK-LEN > 16
               MOVE 16 TO WS-OUT-CHUNK-LEN
           END-IF
           MOVE WS-MSG-TEXT(WS-OUT-POS:WS-OUT-CHUNK-LEN)
               TO TI-MESSAGE-TEXT(1:WS-OUT-CHUNK-LEN)
           MOVE 'S' TO TI-MODE
           MOVE RV-CIPHER-TYPE TO TI-CIPHER-TYPE
           IF TI-CIPHER-TYPE NOT = 'V'
               MOVE 'C' TO TI-CIPHER-TYPE
           END-IF
           MOVE 0 TO TI-SHIFT-KEY
           MOVE RV-RUN-DATE TO TI-MSG-DATE
           MOVE WS-OUT-CHUNK-LEN TO TI-MESSAGE-LEN
           IF WS-MSG-LEN > 16
               MOVE WS-OUT-SEG-SEQ TO TI-SEGMENT-SEQ
               IF WS-OUT-POS + 16 > WS-MSG-LEN
                   MOVE 'L'   TO TI-SEGMENT-LAST-SW
               END-IF
           ELSE
               MOVE 0 TO TI-SEGMENT-SEQ
           END-IF
           MOVE RV-RUN-DATE TO TI-RESOLVE-OF-DATE
           WRITE RESOLVE-OUT-RECORD FROM TEXT-IN-RECORD
           ADD 1 TO WS-RESOLVE-COUNT
           PERFORM 4500-HASH-MESSAGE-ID THRU 4500-EXIT
           ADD WS-HASH-ID-NUM TO WS-RESOLVE-HASH.
       4100-EXIT.
           EXIT.

      *    A MESSAGE ID HASHES AS THE 6-DIGIT NUMBER FORMED BY
      *    TREATING EVERY NON-DIGIT AS ZERO - SEE CBTXTIN.
       4500-HASH-MESSAGE-ID.
           MOVE ALL '0' TO WS-HASH-ID
           PERFORM 4510-HASH-ONE-CHAR THRU 4510-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 6.
       4500-EXIT.
           EXIT.

       4510-HASH-ONE-CHAR.
           IF TI-MESSAGE-ID(WS-HASH-SUB:1) >= '0'
              AND TI-MESSAGE-ID(WS-HASH-SUB:1) <= '9'
               MOVE TI-MESSAGE-ID(WS-HASH-SUB:1)
                   TO WS-HASH-ID(WS-HASH-SUB:1)
           END-IF.
       4510-EXIT.
           EXIT.

      ******************************************************************
      *  7000-LIST-REVIEW - ONE REPORT LINE FOR A REJECTED SOLVE       *
      ******************************************************************
       7000-LIST-REVIEW.
           MOVE RV-MESSAGE-ID  TO WS-DL-MESSAGE-ID
           MOVE RV-RUN-DATE    TO WS-DL-RUN-DATE
           MOVE RV-CIPHER-TYPE TO WS-DL-CIPHER
           IF RV-MSG-LEN IS NUMERIC
               MOVE RV-MSG-LEN TO WS-DL-LEN
           ELSE
               MOVE 0 TO WS-DL-LEN
           END-IF
           MOVE RV-ANALYST     TO WS-DL-ANALYST
           MOVE WS-ACTION-NOTE TO WS-DL-NOTE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           DISPLAY WS-DETAIL-LINE.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - RE-SOLVE TOTALS AND RETURN CODE        *
      ******************************************************************
       8000-PRODUCE-SUMMARY.
           DISPLAY ' '
           DISPLAY '===== RESOLVE RUN SUMMARY ====='
           DISPLAY 'QUEUE RECORDS READ    : ' WS-REVIEW-READ-COUNT
           DISPLAY 'QUEUED FOR RE-SOLVE   : ' WS-QUEUED-COUNT
           DISPLAY 'BATCH RECORDS WRITTEN : ' WS-RESOLVE-COUNT
           DISPLAY 'AWAITING EARLIER BATCH: ' WS-AWAITING-COUNT
           DISPLAY 'DEFERRED TO NEXT RUN  : ' WS-DEFERRED-COUNT
           DISPLAY 'CANNOT BE REBUILT     : ' WS-UNBUILDABLE-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REVIEW-READ-COUNT TO WS-COUNT-DISPLAY
           STRING 'QUEUE RECORDS READ    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISPLAY
           STRING 'QUEUED FOR RE-SOLVE   : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'BATCH RECORDS WRITTEN : ' WS-RESOLVE-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-AWAITING-COUNT TO WS-COUNT-DISPLAY
           STRING 'AWAITING EARLIER BATCH: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DEFERRED-COUNT TO WS-COUNT-DISPLAY
           STRING 'DEFERRED TO NEXT RUN  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNBUILDABLE-COUNT TO WS-COUNT-DISPLAY
           STRING 'CANNOT BE REBUILT     : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UNBUILDABLE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           CLOSE REVIEW-FILE
           CLOSE RESOLVE-OUT-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
