      *  ----------------------------------------------------------   *
      *  2026-09-03  DLC  ORIGINAL VERSION, CARVED FROM THE ENCODE     *
      *                    ENCRYPT/DECRYPT PARAGRAPHS.                 *
      *  2026-10-15  DLC  RESULTS ARE FLAGGED AS RUSH WORK             *
      *                    (TO-RUSH-FLAG) SO THE ARCHIVE AND THE       *
      *                    MONTHLY CHARGEBACK CAN TELL THEM FROM       *
      *                    NIGHTLY RESULTS.                            *
      *  2026-10-15  DLC  SENDER-TO-KEY AUTHORIZATION (CBAUTH). A      *
      *                    REQUEST NAMING A KEY-ID ITS MESSAGE-ID      *
      *                    PREFIX IS NOT AUTHORIZED TO USE IN ITS MODE *
      *                    IS NOT RUN: IT GOES TO THE NEW RUSH REJECT  *
      *                    FILE RUSHERR (CBEDTERR, E011), IS LOGGED TO *
      *                    AUTHLOG (CBAUTLOG) AND ENDS THE RUN RC=8.   *
      *  2026-10-15  DLC  KEY MASTER READ DIRECTLY BY KEY INSTEAD OF   *
      *                    LOADED INTO THE 100-ROW KEY TABLE, AS IN    *
      *                    ENCODE, SO EVERY DATED ROW TAKES PART IN A  *
      *                    KEY-ID OR MESSAGE-DATE LOOKUP. A KEYMSTR    *
      *                    OPEN, START OR READ FAILURE ENDS THE STEP   *
      *                    RC=16.                                      *
      *  2026-10-15  DLC  A REFUSED SEGMENTED REQUEST WRITES ONE       *
      *                    RUSHERR REJECT PER SEGMENT, NOT ONLY ITS    *
      *                    FIRST.                                      *
      *  2026-10-15  DLC  EVERY KEY-ID OR MESSAGE-DATE RESOLUTION,     *
      *                    ENCRYPT AS WELL AS DECRYPT, IS LOGGED TO    *
      *                    KEYUSAGE (CBKEYUSE) AS IN ENCODE, DATED     *
      *                    WITH THE RUN DATE THE NEXT ARCHLOAD WILL    *
      *                    FILE THE RUSH RESULT UNDER (FROM THE CYCLE  *
      *                    FILE), SO KEYCOMP FINDS RUSH MESSAGES       *
      *                    ENCRYPTED UNDER A COMPROMISED KEY.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KEYMSTR-STATUS.

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

      *    KEY USAGE TRACE - ONE ROW PER KEY / DATE / MESSAGE / MODE
           SELECT KEY-USAGE-FILE ASSIGN TO "KEYUSAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KU-USAGE-KEY
               FILE STATUS IS WS-KEYUSE-STATUS.

      *    NIGHTLY CYCLE CONTROL - READ ONLY, TO DATE THE USAGE ROWS
           SELECT CYCLE-FILE ASSIGN TO "CYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

      *    RUSH REQUESTS REFUSED AT AUTHORIZATION, CBEDTERR LAYOUT -
      *    EDITFJOB CONCATENATES THIS FILE BEHIND THE NIGHTLY REJECTS
      *    ON ERRORIN, SO EDITFIX CORRECTS THEM LIKE ANY OTHER REJECT
           SELECT RUSH-ERROR-FILE ASSIGN TO "RUSHERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUSH-ERR-STATUS.

      *    OPTIONAL CHARACTER-HANDLING POLICY - SAME FILE AND SAME
      *    MEANING AS THE ENCODE ENCRYPT STEP, SO A RUSH ENCRYPT
      *    PREPARES ITS PLAINTEXT THE WAY TONIGHT'S RUN WOULD
           LABEL RECORDS ARE STANDARD.
           COPY CBKEYMST.

       FD  AUTH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBAUTH.

       FD  AUTH-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBAUTLOG.

       FD  KEY-USAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBKEYUSE.

       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBCYCLE.

       FD  RUSH-ERROR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBEDTERR.

      *    SAME LAYOUT THE ENCODE POLICY FILE USES - SEE ENCODE
       FD  CHAR-POLICY-FILE
           LABEL RECORDS ARE STANDARD
               88  WS-DRAIN-DONE               VALUE 'Y'.
           05  WS-RECORD-PENDING-SW        PIC X(01) VALUE 'N'.
               88  WS-RECORD-PENDING           VALUE 'Y'.
           05  WS-AUTH-DECIDED-SW          PIC X(01) VALUE 'N'.
               88  WS-AUTH-DECIDED             VALUE 'Y'.
           05  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
               88  WS-AUTHORIZED               VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.
           05  WS-KEYMSTR-STATUS           PIC X(02) VALUE '00'.
           05  WS-CHARPOL-STATUS           PIC X(02) VALUE '00'.
           05  WS-AUTHMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-AUTHLOG-STATUS           PIC X(02) VALUE '00'.
           05  WS-RUSH-ERR-STATUS          PIC X(02) VALUE '00'.
           05  WS-KEYUSE-STATUS            PIC X(02) VALUE '00'.
           05  WS-CYCLE-STATUS             PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE JOURNAL AND SUMMARY REPORT
           05  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE 0.
           05  WS-SKIPPED-COUNT            PIC 9(05) COMP VALUE 0.
           05  WS-SOLVE-SKIP-COUNT         PIC 9(05) COMP VALUE 0.
           05  WS-UNAUTH-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-KEY-USAGE-COUNT          PIC 9(05) COMP VALUE 0.

      *----------------------------------------------------------------
      *    RUN DATE/TIME - STAMPED ON THE JOURNAL ENTRIES
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).
           05  WS-CURR-TIME-HHMMSSHH       PIC 9(08).
      *    DATE THE NEXT ARCHLOAD WILL FILE TODAY'S RUSH RESULTS UNDER
           05  WS-ARCHIVE-DATE             PIC 9(08).
           05  WS-DATE-INTEGER             PIC 9(08) COMP.

      *----------------------------------------------------------------
      *    CIPHER WORK FIELDS - THE ENCRYPT/DECRYPT SET FROM ENCODE
           05  WS-ENC-OUT-POS              PIC 9(03) COMP.
           05  WS-VIG-ALIGN-POS            PIC 9(03) COMP.
           05  WS-EXPECTED-SEG-SEQ         PIC 9(03) COMP.
           05  WS-KEY-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-KEY-SCAN-EOF             VALUE 'Y'.
           05  WS-KEY-HIT-SW               PIC X(01) VALUE 'N'.
               88  WS-KEY-HIT                  VALUE 'Y'.
           05  WS-OLDEST-KEY-SW            PIC X(01) VALUE 'N'.
               88  WS-OLDEST-KEY-FOUND         VALUE 'Y'.
           05  WS-AUTH-LEN                 PIC 9(01) COMP.

      *----------------------------------------------------------------
      *    MESSAGE ID OF A REFUSED REQUEST - KEPT FOR THE CONSOLE
      *    WHILE THE REST OF ITS SEGMENT GROUP IS READ AND REJECTED
      *----------------------------------------------------------------
       01  WS-UNAUTH-MSG-ID                PIC X(06).

      *----------------------------------------------------------------
      *    ASSEMBLED-MESSAGE AREA - SAME 240-CHARACTER LIMIT AS THE
           05  WS-OUT-CHUNK-LEN            PIC 9(03) COMP.

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

      *----------------------------------------------------------------
      *    CHARACTER-HANDLING POLICY IN EFFECT - LOADED FROM THE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - OPEN FILES AND LOAD THE POLICY              *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT  KEY-MASTER-FILE
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'RUSHRUN ABEND - KEYMSTR OPEN FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-OPEN-AUTH-FILES THRU 1300-EXIT
           PERFORM 1400-LOAD-CHAR-POLICY THRU 1400-EXIT
           PERFORM 1500-SET-ARCHIVE-DATE THRU 1500-EXIT
           PERFORM 1600-OPEN-KEY-USAGE THRU 1600-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1300-OPEN-AUTH-FILES - THE AUTHORIZATION MASTER MUST BE       *
      *  THERE.  THE ATTEMPT LOG AND THE REJECT FILE ACCUMULATE, AND   *
      *  ARE CREATED THE FIRST TIME THEY ARE NEEDED.                   *
      ******************************************************************
       1300-OPEN-AUTH-FILES.
           OPEN INPUT AUTH-MASTER-FILE
           IF WS-AUTHMSTR-STATUS NOT = '00'
               DISPLAY 'RUSHRUN ABEND - AUTHMSTR OPEN FAILED, STATUS '
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
               DISPLAY 'RUSHRUN ABEND - AUTHLOG OPEN FAILED, STATUS '
                   WS-AUTHLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RUSH-ERROR-FILE
           IF WS-RUSH-ERR-STATUS = '35'
               OPEN OUTPUT RUSH-ERROR-FILE
           END-IF
           IF WS-RUSH-ERR-STATUS NOT = '00'
               DISPLAY 'RUSHRUN ABEND - RUSHERR OPEN FAILED, STATUS '
                   WS-RUSH-ERR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

      *    THE POLICY FILE IS OPTIONAL - WITHOUT IT EVERY CLASS KEEPS
       1420-EXIT.
           EXIT.

      *    KEY USAGE ROWS CARRY THE RUN DATE THE NEXT ARCHLOAD WILL
      *    FILE THE RUSH RESULT UNDER, SO KEYCOMP CAN FETCH IT FROM
      *    THE ARCHIVE BY MESSAGE / DATE / MODE.  A CYCLE STILL OPEN
      *    WITH ITS ARCHIVE STEP TO RUN LOADS UNDER ITS OWN DATE.
      *    OTHERWISE THE NEXT CYCLE OPENS ON TODAY'S DATE - OR, IF
      *    TODAY'S CYCLE HAS ALREADY RUN, ON THE DAY AFTER IT.  NO
      *    CYCLE FILE YET MEANS TODAY'S DATE.
       1500-SET-ARCHIVE-DATE.
           MOVE WS-CURR-DATE-YYYYMMDD TO WS-ARCHIVE-DATE
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = '00'
               GO TO 1590-SHOW-ARCHIVE-DATE
           END-IF
           READ CYCLE-FILE
               AT END
                   MOVE SPACES TO CYCLE-RECORD
           END-READ
           CLOSE CYCLE-FILE
           IF CY-CYCLE-DATE IS NOT NUMERIC
               GO TO 1590-SHOW-ARCHIVE-DATE
           END-IF
           IF CY-CYCLE-OPEN
              AND NOT CY-STEP-FINISHED(8)
               MOVE CY-CYCLE-DATE TO WS-ARCHIVE-DATE
               GO TO 1590-SHOW-ARCHIVE-DATE
           END-IF
           IF CY-CYCLE-DATE NOT < WS-CURR-DATE-YYYYMMDD
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CY-CYCLE-DATE) + 1
               COMPUTE WS-ARCHIVE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF.
       1590-SHOW-ARCHIVE-DATE.
           DISPLAY 'KEY USAGE DATED FOR ARCHIVE RUN: ' WS-ARCHIVE-DATE.
       1500-EXIT.
           EXIT.

      *    THE USAGE FILE IS SHARED WITH ENCODE - A NEVER-LOADED FILE
      *    IS BUILT FRESH, AS THERE.
       1600-OPEN-KEY-USAGE.
           OPEN I-O KEY-USAGE-FILE
           IF WS-KEYUSE-STATUS NOT = '00'
               OPEN OUTPUT KEY-USAGE-FILE
           END-IF.
       1600-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-RUSH-IN - PRIMING READ / PROCESS LOOP            *
      ******************************************************************
               GO TO 2300-EXIT
           END-IF

      *    AUTHORIZATION IS DECIDED ON THE FIRST RECORD; A REFUSED
      *    SEGMENT GROUP IS STILL ASSEMBLED SO ITS CONTINUATIONS ARE
      *    READ PAST.  EVERY RECORD OF THE GROUP GOES TO RUSHERR AS
      *    IT IS READ, AS EDITIN REJECTS, SO THE WHOLE MESSAGE CAN BE
      *    CORRECTED AND RESUBMITTED.
           MOVE 'Y' TO WS-AUTHORIZED-SW
           IF TI-KEY-ID NOT = SPACES
               PERFORM 4800-CHECK-AUTHORIZATION THRU 4800-EXIT
           END-IF
           IF NOT WS-AUTHORIZED
               MOVE TI-MESSAGE-ID TO WS-UNAUTH-MSG-ID
               PERFORM 4850-LOG-ATTEMPT THRU 4850-EXIT
               PERFORM 4910-REJECT-ONE-RECORD THRU 4910-EXIT
           END-IF

           MOVE SPACE TO WS-EXCEPTION-FOUND-SW
           PERFORM 2350-ASSEMBLE-MESSAGE THRU 2350-EXIT
           IF NOT WS-AUTHORIZED
               PERFORM 4900-REJECT-UNAUTHORIZED THRU 4900-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-SEGMENT-ERROR
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2300-EXIT
                   WS-SEGMENT-MSG-ID
               GO TO 2370-EXIT
           END-IF
           IF NOT WS-AUTHORIZED
               PERFORM 4910-REJECT-ONE-RECORD THRU 4910-EXIT
           END-IF
           PERFORM 2360-APPEND-SEGMENT THRU 2360-EXIT.
       2370-EXIT.
           EXIT.
               SET WS-DRAIN-DONE TO TRUE
               GO TO 2380-EXIT
           END-IF
           IF NOT WS-AUTHORIZED
               PERFORM 4910-REJECT-ONE-RECORD THRU 4910-EXIT
           END-IF
           IF TI-LAST-SEGMENT
               SET WS-DRAIN-DONE TO TRUE
           END-IF.
               MOVE SPACE TO TO-SEGMENT-LAST-SW
           END-IF
           MOVE WS-OUT-CHAR-POLICY TO TO-CHAR-POLICY
           MOVE 'R'    TO TO-RUSH-FLAG
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
      *    MESSAGE DATE; NO DATE MEANS THE NEWEST ROW, AND A MESSAGE
      *    OLDER THAN EVERY ROW FALLS BACK TO THE KEY'S FIRST ROW.
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
               DISPLAY 'RUSHRUN ABEND - KEYMSTR START FAILED, STATUS '
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
               DISPLAY 'RUSHRUN ABEND - KEYMSTR READ FAILED, STATUS '
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
       4350-EXIT.
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
               SET WS-AUTHORIZED TO TRUE
           END-IF.
       4810-EXIT.
           EXIT.

      *    ONE ROW PER MESSAGE PER DAY - A SECOND RUSH RUN OF THE SAME
      *    REQUEST THE SAME DAY REPLACES IT
       4850-LOG-ATTEMPT.
           MOVE SPACES                TO AUTH-LOG-RECORD
           MOVE WS-CURR-DATE-YYYYMMDD TO AL-ATTEMPT-DATE
           MOVE 'R'                   TO AL-SOURCE
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
               DISPLAY 'RUSHRUN ABEND - AUTHLOG WRITE FAILED, STATUS '
                   WS-AUTHLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4850-EXIT.
           EXIT.

      *    COUNT THE REFUSED REQUEST ONCE - ITS RECORDS ARE ALREADY
      *    ON RUSHERR
       4900-REJECT-UNAUTHORIZED.
           ADD 1 TO WS-UNAUTH-COUNT
           DISPLAY 'SENDER NOT AUTHORIZED FOR KEY, REJECTED: '
               WS-UNAUTH-MSG-ID.
       4900-EXIT.
           EXIT.

      *    ONE REJECT PER RECORD OF A REFUSED REQUEST, CARRYING THE
      *    RECORD IN THE BUFFER
       4910-REJECT-ONE-RECORD.
           MOVE SPACES TO EDIT-ERROR-RECORD
           MOVE 'E011' TO ER-REASON-CODE
           MOVE 'SENDER NOT AUTH FOR KEY' TO ER-REASON-TEXT
           MOVE TEXT-IN-RECORD TO ER-REJECT-RECORD
           WRITE EDIT-ERROR-RECORD.
       4910-EXIT.
           EXIT.

      ******************************************************************
      *  6000-NOTE-EXCEPTION - A RUSH RUN HAS NO EXCEPTION FILE; THE   *
      *  CHARACTER IS SHOWN ON SYSOUT AND COUNTED FOR THE SUMMARY      *
       6000-EXIT.
           EXIT.

      *    ONE USAGE ROW PER KEY / ARCHIVE DATE / MESSAGE / MODE.  A
      *    RERUN OF THE SAME REQUEST BUMPS THE COUNT IN PLACE.
       6500-LOG-KEY-USAGE.
           MOVE WS-HIT-KEY-ID             TO KU-KEY-ID
           MOVE WS-ARCHIVE-DATE           TO KU-USE-DATE
           MOVE TI-MESSAGE-ID             TO KU-MESSAGE-ID
           MOVE TI-MODE                   TO KU-MODE
           READ KEY-USAGE-FILE
               INVALID KEY
                   PERFORM 6510-WRITE-NEW-USAGE THRU 6510-EXIT
               NOT INVALID KEY
                   ADD 1 TO KU-USE-COUNT
                   REWRITE KEY-USAGE-RECORD
           END-READ
           ADD 1 TO WS-KEY-USAGE-COUNT.
       6500-EXIT.
           EXIT.

       6510-WRITE-NEW-USAGE.
           MOVE SPACES TO KEY-USAGE-RECORD
           MOVE WS-HIT-KEY-ID                  TO KU-KEY-ID
           MOVE WS-ARCHIVE-DATE                TO KU-USE-DATE
           MOVE TI-MESSAGE-ID                  TO KU-MESSAGE-ID
           MOVE TI-MODE                        TO KU-MODE
           MOVE WS-HIT-CIPHER-TYPE             TO KU-CIPHER-TYPE
           MOVE 1 TO KU-USE-COUNT
           WRITE KEY-USAGE-RECORD
               INVALID KEY
                   DISPLAY 'KEY USAGE WRITE FAILED FOR ' KU-KEY-ID
                       ' STATUS ' WS-KEYUSE-STATUS
           END-WRITE.
       6510-EXIT.
           EXIT.

      ******************************************************************
      *  7000-WRITE-JOURNAL - RUSH-TAGGED ENTRIES ON THE SHARED        *
      *  JOURNAL, SO JRNLRPT TELLS RUSH VOLUME FROM NIGHTLY VOLUME     *
           DISPLAY 'SOLVE SKIPPED     : ' WS-SOLVE-SKIP-COUNT
           DISPLAY 'RECORDS SKIPPED   : ' WS-SKIPPED-COUNT
           DISPLAY 'EXCEPTIONS NOTED  : ' WS-EXCEPTION-COUNT
           DISPLAY 'NOT AUTHORIZED    : ' WS-UNAUTH-COUNT
           DISPLAY 'KEY USAGE LOGGED  : ' WS-KEY-USAGE-COUNT
           PERFORM 8200-EMIT-COUNT-LINE THRU 8200-EXIT
           IF WS-SOLVE-SKIP-COUNT > 0 OR WS-SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNAUTH-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           STRING 'EXCEPTIONS NOTED   : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNAUTH-COUNT TO WS-COUNT-DISPLAY
           STRING 'NOT AUTHORIZED     : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-KEY-USAGE-COUNT TO WS-COUNT-DISPLAY
           STRING 'KEY USAGE LOGGED   : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
       8200-EXIT.
           EXIT.
           CLOSE RUSH-OUT-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           CLOSE KEY-MASTER-FILE
           CLOSE AUTH-MASTER-FILE
           CLOSE AUTH-LOG-FILE
           CLOSE RUSH-ERROR-FILE
           CLOSE KEY-USAGE-FILE.
       9000-EXIT.
           EXIT.
