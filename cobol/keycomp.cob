      ******************************************************************
      *                                                                *
      *  PROGRAM-ID : KEYCOMP                                          *
      *  AUTHOR     : D. CODS                                          *
      *  INSTALLATION: DATA SECURITY GROUP                             *
      *  DATE-WRITTEN: 2026-10-15                                      *
      *                                                                *
      *  REMARKS  -  KEY COMPROMISE IMPACT SWEEP.  RUN ON DEMAND WHEN  *
      *  KEY CUSTODY DECLARES A KEY COMPROMISED.  A CONTROL CARD       *
      *  (CBCOMP) NAMES THE COMPROMISED KEY-ID, THE WINDOW OF USE      *
      *  DATES TO SWEEP AND THE REPLACEMENT KEY-ID.  THE USAGE TRACE   *
      *  (CBKEYUSE) IS READ FROM THE COMPROMISED KEY'S FIRST USE IN    *
      *  THE WINDOW TO ITS LAST; EACH USE IS LOOKED UP ON THE RESULT   *
      *  ARCHIVE (CBARCH) TO RECOVER THE MESSAGE'S PLAINTEXT, AND      *
      *  ROUTED BY MESSAGE-ID PREFIX AGAINST THE ROUTING MASTER        *
      *  (CBROUTE - LONGEST MATCH WINS, AS ROUTEOUT ROUTES) TO THE     *
      *  DEPARTMENT THAT RECEIVED IT.  THREE OUTPUTS:                  *
      *    - A RE-ENCRYPTION BATCH IN TEXT-IN FORMAT, UNDER ITS OWN    *
      *      HDR000/TRL999 CONTROL RECORDS, ONE ENCRYPT REQUEST PER    *
      *      AFFECTED MESSAGE UNDER THE REPLACEMENT KEY'S NEWEST       *
      *      ACTIVE ROW, READY TO FEED THE NEXT ENCDJOB;               *
      *    - ONE NOTICE PER DEPARTMENT LISTING THE DELIVERIES IT       *
      *      MUST DISCARD AND EXPECT RE-SENT;                          *
      *    - THE SWEEP REPORT, LISTING EVERY USE FOUND.                *
      *  A USE NO LONGER ON THE ARCHIVE IS LISTED BUT CANNOT BE        *
      *  RE-ENCRYPTED HERE (RC=4).  MESSAGE IDS REPEAT FROM DAY TO     *
      *  DAY: A SECOND MESSAGE WHOSE ID IS ALREADY ON THE BATCH UNDER  *
      *  ANOTHER USE DATE IS HELD BACK FOR A RERUN OVER ITS OWN DATES  *
      *  (RC=4), AS ONE BATCH CANNOT CARRY THE ID TWICE.  AN UNROUTED  *
      *  USE, OR A REPLACEMENT KEY THAT CANNOT CARRY THE MESSAGE'S     *
      *  CIPHER, ENDS RC=8.  SO DOES A QUEUED MESSAGE WHOSE SENDER     *
      *  HOLDS NO ENCRYPT GRANT ON THE REPLACEMENT KEY (CBAUTH) -      *
      *  EDITIN WOULD REJECT IT E011, SO THE GRANT MUST BE MADE BEFORE *
      *  THE BATCH IS SUBMITTED.  A FULL RE-ENCRYPTION TABLE ENDS      *
      *  RC=12 - THE BATCH IS INCOMPLETE AND MUST NOT BE SUBMITTED.  A *
      *  BAD CONTROL CARD OR UNKNOWN KEY ENDS RC=16 BEFORE ANYTHING IS *
      *  WRITTEN.  READ-ONLY AGAINST THE KEY MASTER, USAGE TRACE AND   *
      *  ARCHIVE.                                                      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLC  ORIGINAL VERSION.                            *
      *  2026-10-15  DLC  THE SENDER OF EACH QUEUED MESSAGE IS CHECKED *
      *                    AGAINST THE AUTHORIZATION MASTER FOR THE    *
      *                    REPLACEMENT KEY; A SENDER WITHOUT AN        *
      *                    ENCRYPT GRANT IS FLAGGED ON THE REPORT AND  *
      *                    NOTICE AND ENDS RC=8.                       *
      *  2026-10-15  DLC  THE RE-ENCRYPTION TABLE HOLDS MESSAGE-ID AND *
      *                    USE DATE - IDS REPEAT ACROSS DAYS. A SECOND *
      *                    MESSAGE WHOSE ID IS ALREADY ON THE BATCH    *
      *                    UNDER ANOTHER DATE IS NOT QUEUED (EDITIN    *
      *                    WOULD REJECT IT E007); IT IS LISTED 'ID     *
      *                    ALREADY ON BATCH - RERUN' AND COUNTED, AND  *
      *                    THE RUN ENDS AT LEAST RC=4.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    KEYCOMP.
       AUTHOR.        D. CODS.
       INSTALLATION.  DATA SECURITY GROUP.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE SWEEP CONTROL CARD - SEE CBCOMP
           SELECT COMP-CARD-FILE ASSIGN TO "COMPCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPCARD-STATUS.

      *    KEYED SHIFT-KEY MASTER - ONE ROW PER KEY-ID / EFFECTIVE DATE
           SELECT KEY-MASTER-FILE ASSIGN TO "KEYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-KEY
               FILE STATUS IS WS-KEYMSTR-STATUS.

      *    KEY USAGE TRACE WRITTEN BY ENCODE, READ IN KEY ORDER
           SELECT KEY-USAGE-FILE ASSIGN TO "KEYUSAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KU-USAGE-KEY
               FILE STATUS IS WS-KEYUSE-STATUS.

      *    MESSAGE RESULT ARCHIVE, READ BY KEY
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ARCHIVE-KEY
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *    MESSAGE-ID PREFIX TO DESTINATION - SEE CBROUTE
           SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTMSTR-STATUS.

      *    SENDER-TO-KEY AUTHORIZATION MASTER - SEE CBAUTH
           SELECT AUTH-MASTER-FILE ASSIGN TO "AUTHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTHMSTR-STATUS.

      *    RE-ENCRYPTION BATCH, TEXT-IN FORMAT UNDER HDR000/TRL999
           SELECT REENC-OUT-FILE ASSIGN TO "REENCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REENC-STATUS.

      *    PER-DEPARTMENT RE-SEND NOTICES
           SELECT NOTICE1-FILE ASSIGN TO "NOTICE1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE1-STATUS.

           SELECT NOTICE2-FILE ASSIGN TO "NOTICE2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE2-STATUS.

           SELECT NOTICE3-FILE ASSIGN TO "NOTICE3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE3-STATUS.

      *    SWEEP REPORT, ALSO DISPLAYED TO SYSOUT
           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMP-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBCOMP.

       FD  KEY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBKEYMST.

       FD  KEY-USAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBKEYUSE.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBARCH.

       FD  ROUTE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CBROUTE.

       FD  AUTH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CBAUTH.

       FD  REENC-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REENC-OUT-RECORD                PIC X(80).

       FD  NOTICE1-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  NOTICE1-RECORD                  PIC X(80).

       FD  NOTICE2-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  NOTICE2-RECORD                  PIC X(80).

       FD  NOTICE3-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  NOTICE3-RECORD                  PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      *    SWITCHES
      *----------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-USAGE-DONE-SW            PIC X(01) VALUE 'N'.
               88  WS-USAGE-DONE               VALUE 'Y'.
           05  WS-ROUTMSTR-EOF-SW          PIC X(01) VALUE 'N'.
               88  ROUTMSTR-EOF                VALUE 'Y'.
           05  WS-NO-USAGE-FILE-SW         PIC X(01) VALUE 'N'.
               88  WS-NO-USAGE-FILE            VALUE 'Y'.
           05  WS-ROW-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
               88  WS-ROW-SCAN-DONE            VALUE 'Y'.
           05  WS-ARCH-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-ARCH-FOUND               VALUE 'Y'.
           05  WS-SEGMENT-DONE-SW          PIC X(01) VALUE 'N'.
               88  WS-SEGMENT-DONE             VALUE 'Y'.
           05  WS-SEEN-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-SEEN-FOUND               VALUE 'Y'.
           05  WS-SEEN-OTHER-DATE-SW       PIC X(01) VALUE 'N'.
               88  WS-SEEN-OTHER-DATE          VALUE 'Y'.
           05  WS-SEEN-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
               88  WS-SEEN-TABLE-FULL          VALUE 'Y'.
           05  WS-AUTH-DECIDED-SW          PIC X(01) VALUE 'N'.
               88  WS-AUTH-DECIDED             VALUE 'Y'.
           05  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
               88  WS-AUTHORIZED               VALUE 'Y'.
           05  WS-GRANT-NEEDED-SW          PIC X(01) VALUE 'N'.
               88  WS-GRANT-NEEDED             VALUE 'Y'.

      *----------------------------------------------------------------
      *    FILE STATUS BYTES
      *----------------------------------------------------------------
       01  WS-FILE-STATUSES.
           05  WS-COMPCARD-STATUS          PIC X(02) VALUE '00'.
           05  WS-KEYMSTR-STATUS           PIC X(02) VALUE '00'.
           05  WS-KEYUSE-STATUS            PIC X(02) VALUE '00'.
           05  WS-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
           05  WS-ROUTMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-AUTHMSTR-STATUS          PIC X(02) VALUE '00'.
           05  WS-REENC-STATUS             PIC X(02) VALUE '00'.
           05  WS-NOTICE1-STATUS           PIC X(02) VALUE '00'.
           05  WS-NOTICE2-STATUS           PIC X(02) VALUE '00'.
           05  WS-NOTICE3-STATUS           PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02) VALUE '00'.

      *----------------------------------------------------------------
      *    RUN COUNTERS - FEED THE SWEEP SUMMARY
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           05  WS-USAGE-READ-COUNT         PIC 9(05) COMP VALUE 0.
           05  WS-QUEUED-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-REPEAT-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-DEFERRED-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-NOT-ARCHIVED-COUNT       PIC 9(05) COMP VALUE 0.
           05  WS-UNUSABLE-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-EMPTY-COUNT              PIC 9(05) COMP VALUE 0.
           05  WS-UNROUTED-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-NOT-AUTH-COUNT           PIC 9(05) COMP VALUE 0.
           05  WS-RULE-COUNT               PIC 9(03) COMP VALUE 0.
           05  WS-BAD-RULE-COUNT           PIC 9(03) COMP VALUE 0.
           05  WS-NOTICE-COUNT             PIC 9(05) VALUE 0
                                           OCCURS 3 TIMES.

       01  WS-COUNT-DISPLAY                PIC 9(05).

      *----------------------------------------------------------------
      *    RUN DATE - STAMPED ON THE BATCH HEADER AND THE NOTICES
      *----------------------------------------------------------------
       01  WS-DATE-TIME-AREA.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
           05  WS-CURR-DATE-YYYYMMDD       PIC 9(08).

      *----------------------------------------------------------------
      *    KEY MASTER ROWS FOUND FOR THE CARD'S TWO KEY-IDS.  THE
      *    REPLACEMENT IS THE NEWEST ACTIVE ROW ALREADY IN EFFECT.
      *----------------------------------------------------------------
       01  WS-KEY-SCAN-AREA.
           05  WS-SCAN-KEY-ID              PIC X(06).
           05  WS-SCAN-ROW-COUNT           PIC 9(05) COMP.
           05  WS-SCAN-ACTIVE-DATE         PIC 9(08).
           05  WS-SCAN-SHIFT-VALUE         PIC 9(02).
           05  WS-SCAN-CIPHER-TYPE         PIC X(01).
           05  WS-SCAN-VIG-KEYWORD         PIC X(16).

       01  WS-REPLACEMENT-KEY-AREA.
           05  WS-NEW-EFFECTIVE-DATE       PIC 9(08).
           05  WS-NEW-SHIFT-VALUE          PIC 9(02).
           05  WS-NEW-CIPHER-TYPE          PIC X(01).
           05  WS-NEW-VIG-KEYWORD          PIC X(16).

      *----------------------------------------------------------------
      *    RE-ENCRYPTION BATCH CONTROL TOTALS - SEE CBTXTIN
      *----------------------------------------------------------------
       01  WS-BALANCE-AREA.
           05  WS-REENC-COUNT              PIC 9(07) VALUE 0.
           05  WS-REENC-HASH               PIC 9(12) VALUE 0.
           05  WS-HASH-ID                  PIC X(06).
           05  WS-HASH-ID-NUM REDEFINES WS-HASH-ID
                                           PIC 9(06).
           05  WS-HASH-SUB                 PIC 9(02) COMP.

      *----------------------------------------------------------------
      *    ROUTING TABLE, LOADED AT INITIALIZATION - THE SAME TABLE
      *    AND MATCH RULE ROUTEOUT USES
      *----------------------------------------------------------------
       01  WS-ROUTE-TABLE-AREA.
           05  WS-ROUTE-TABLE-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-ROUTE-TABLE OCCURS 50 TIMES INDEXED BY RT-IDX.
               10  RO-PREFIX               PIC X(06).
               10  RO-PREFIX-LEN           PIC 9(01) COMP.
               10  RO-DEST                 PIC 9(01).

       01  WS-DEST-NAME-TABLE-AREA.
           05  WS-DEST-NAME                PIC X(16) VALUE SPACES
                                           OCCURS 3 TIMES.

      *----------------------------------------------------------------
      *    MESSAGES ALREADY QUEUED ON THE RE-ENCRYPTION BATCH, BY ID
      *    AND USE DATE - IDS REPEAT FROM DAY TO DAY.  THE E AND D
      *    USES OF ONE MESSAGE ON ONE DAY ARE RE-SENT ONCE.
      *----------------------------------------------------------------
       01  WS-SEEN-TABLE-AREA.
           05  WS-SEEN-TABLE-COUNT         PIC 9(04) COMP VALUE 0.
           05  WS-SEEN-TABLE OCCURS 1000 TIMES INDEXED BY SN-IDX.
               10  SN-MESSAGE-ID           PIC X(06).
               10  SN-USE-DATE             PIC 9(08).

       01  WS-SEEN-SUBSCRIPT               PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------
      *    ROUTING AND ARCHIVE WORK FIELDS
      *----------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05  WS-ROUTE-SUB                PIC 9(03) COMP.
           05  WS-TRIM-SUB                 PIC 9(01) COMP.
           05  WS-MATCH-DEST               PIC 9(01) COMP VALUE 0.
           05  WS-MATCH-LEN                PIC 9(01) COMP VALUE 0.
           05  WS-DEST-SUB                 PIC 9(01) COMP.
           05  WS-DEST-DISPLAY             PIC 9(01).
           05  WS-SEG-SUB                  PIC 9(02) COMP.
           05  WS-SEG-COUNT                PIC 9(02) COMP.
           05  WS-TEXT-POS                 PIC 9(03) COMP.
           05  WS-AUTH-LEN                 PIC 9(01) COMP.
           05  WS-ACTION-NOTE              PIC X(30).

      *    THE ARCHIVED RESULT, REASSEMBLED FROM ITS SEGMENTS
       01  WS-ARCHIVED-RESULT-AREA.
           05  WS-ARCH-CIPHER-TYPE         PIC X(01).
           05  WS-ARCH-SHIFT-KEY           PIC 9(02).
           05  WS-ARCH-VIG-KEYWORD         PIC X(16).
           05  WS-MSG-TEXT                 PIC X(240).
           05  WS-MSG-LEN                  PIC 9(03) COMP.

      *----------------------------------------------------------------
      *    DECRYPT WORK FIELDS - AN ENCRYPT RESULT IS TURNED BACK INTO
      *    ITS PLAINTEXT BY THE SAME SHIFT ARITHMETIC ENCODE USES
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

      *    RE-ENCRYPTION BATCH SEGMENT WORK FIELDS
       01  WS-OUT-AREA.
           05  WS-OUT-POS                  PIC 9(03) COMP.
           05  WS-OUT-SEG-SEQ              PIC 9(02) COMP.
           05  WS-OUT-CHUNK-LEN            PIC 9(02) COMP.

      *    TEXT-IN RECORD, HEADER AND TRAILER VIEWS FOR THE BATCH
           COPY CBTXTIN.

      *----------------------------------------------------------------
      *    SWEEP REPORT DETAIL LINE - ONE USE OF THE COMPROMISED KEY
      *----------------------------------------------------------------
       01  WS-DETAIL-LINE.
           05  WS-DL-MESSAGE-ID            PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DL-USE-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-MODE                  PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-DL-CIPHER                PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-DL-DEST                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-LEN                   PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE                  PIC X(30).
           05  FILLER                      PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------
      *    DEPARTMENT NOTICE LINE - ONE DELIVERY TO DISCARD AND RE-SEND
      *----------------------------------------------------------------
       01  WS-NOTICE-LINE                  PIC X(80).

       01  WS-NOTICE-DETAIL.
           05  WS-ND-MESSAGE-ID            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-ND-USE-DATE              PIC 9(08).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-ND-MODE                  PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-ND-NOTE                  PIC X(30).
           05  FILLER                      PIC X(26) VALUE SPACES.

      *    FOLLOWS THE LINE OF A MESSAGE WHOSE SENDER NEEDS A GRANT
       01  WS-GRANT-LINE.
           05  FILLER                      PIC X(11) VALUE
               '       *** '.
           05  FILLER                      PIC X(33) VALUE
               'GRANT SENDER THE REPLACEMENT KEY '.
           05  FILLER                      PIC X(17) VALUE
               'BEFORE SUBMITTING'.
           05  FILLER                      PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-NO-USAGE-FILE
               PERFORM 2000-SWEEP-USAGE THRU 2000-EXIT
           END-IF
           PERFORM 2900-WRITE-REENC-TRAILER THRU 2900-EXIT
           PERFORM 2950-WRITE-NOTICE-TRAILERS THRU 2950-EXIT
           PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE - READ AND PROVE THE CONTROL CARD, RESOLVE    *
      *  THE REPLACEMENT KEY, LOAD THE ROUTING TABLE, AND OPEN THE     *
      *  BATCH AND NOTICES UNDER THEIR HEADERS                         *
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CURR-DATE-YYYYMMDD
           OPEN INPUT COMP-CARD-FILE
           IF WS-COMPCARD-STATUS NOT = '00'
               DISPLAY 'KEYCOMP ABEND - COMPCARD OPEN FAILED, STATUS '
                   WS-COMPCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
           OPEN INPUT KEY-MASTER-FILE
           IF WS-KEYMSTR-STATUS NOT = '00'
               DISPLAY 'KEYCOMP ABEND - KEYMSTR OPEN FAILED, STATUS '
                   WS-KEYMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-RESOLVE-KEYS THRU 1200-EXIT
           OPEN INPUT KEY-USAGE-FILE
      *    A NEVER-LOADED USAGE FILE MEANS NO KEY HAS BEEN TRACED -
      *    THE SWEEP FINDS NOTHING AND SAYS SO.
           IF WS-KEYUSE-STATUS = '35'
               SET WS-NO-USAGE-FILE TO TRUE
               DISPLAY 'NO USAGE FILE - NOTHING TO SWEEP'
           ELSE
               IF WS-KEYUSE-STATUS NOT = '00'
                   DISPLAY 'KEYCOMP ABEND - KEYUSAGE OPEN FAILED, '
                       'STATUS ' WS-KEYUSE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'KEYCOMP ABEND - ARCHIVE OPEN FAILED, STATUS '
                   WS-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ROUTE-MASTER-FILE
           IF WS-ROUTMSTR-STATUS NOT = '00'
               DISPLAY 'KEYCOMP ABEND - ROUTMSTR OPEN FAILED, '
                   'STATUS ' WS-ROUTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ROUTING-TABLE THRU 1100-EXIT
           IF WS-ROUTE-TABLE-COUNT = 0
               DISPLAY 'KEYCOMP ABEND - ROUTING MASTER IS EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    WITHOUT THE AUTHORIZATION MASTER NO SENDER CAN BE PROVED
      *    FIT TO RE-SEND UNDER THE REPLACEMENT KEY.
           OPEN INPUT AUTH-MASTER-FILE
           IF WS-AUTHMSTR-STATUS NOT = '00'
               DISPLAY 'KEYCOMP ABEND - AUTHMSTR OPEN FAILED, '
                   'STATUS ' WS-AUTHMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REENC-OUT-FILE
           OPEN OUTPUT NOTICE1-FILE
           OPEN OUTPUT NOTICE2-FILE
           OPEN OUTPUT NOTICE3-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1500-WRITE-REENC-HEADER THRU 1500-EXIT
           PERFORM 1600-WRITE-NOTICE-HEADER THRU 1600-EXIT
               VARYING WS-DEST-SUB FROM 1 BY 1
               UNTIL WS-DEST-SUB > 3
           PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
       1000-EXIT.
           EXIT.

      *    ONE CARD DRIVES THE WHOLE RUN - A MISSING OR MALFORMED CARD
      *    STOPS THE STEP BEFORE ANY OUTPUT IS WRITTEN.
       1050-READ-CONTROL-CARD.
           READ COMP-CARD-FILE
               AT END
                   DISPLAY 'KEYCOMP ABEND - NO CONTROL CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CP-KEY-ID = SPACES OR CP-NEW-KEY-ID = SPACES
               DISPLAY 'KEYCOMP ABEND - CONTROL CARD KEY-ID MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CP-KEY-ID = CP-NEW-KEY-ID
               DISPLAY 'KEYCOMP ABEND - REPLACEMENT KEY-ID IS THE '
                   'COMPROMISED KEY-ID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CP-FROM-DATE NOT NUMERIC OR CP-TO-DATE NOT NUMERIC
              OR CP-FROM-DATE = ZERO
              OR CP-FROM-DATE > CP-TO-DATE
               DISPLAY 'KEYCOMP ABEND - CONTROL CARD DATE WINDOW '
                   'NOT VALID: ' CP-FROM-DATE ' ' CP-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'COMPROMISED KEY-ID  : ' CP-KEY-ID
           DISPLAY 'USE WINDOW          : ' CP-FROM-DATE ' THRU '
               CP-TO-DATE
           DISPLAY 'REPLACEMENT KEY-ID  : ' CP-NEW-KEY-ID.
       1050-EXIT.
           EXIT.

       1100-LOAD-ROUTING-TABLE.
           PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
               UNTIL ROUTMSTR-EOF
                  OR WS-ROUTE-TABLE-COUNT = 50
           IF WS-ROUTE-TABLE-COUNT = 50 AND NOT ROUTMSTR-EOF
               DISPLAY 'ROUTING TABLE FULL - ONLY THE FIRST 50 '
                   'RULES ARE APPLIED'
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
      *  1200-RESOLVE-KEYS - THE COMPROMISED KEY-ID MUST BE ON THE     *
      *  MASTER (A TYPO WOULD SWEEP NOTHING AND LOOK CLEAN), AND THE   *
      *  REPLACEMENT MUST HAVE AN ACTIVE ROW ALREADY IN EFFECT         *
      ******************************************************************
       1200-RESOLVE-KEYS.
           MOVE CP-KEY-ID TO WS-SCAN-KEY-ID
           PERFORM 1250-FIND-NEWEST-ACTIVE-ROW THRU 1250-EXIT
           IF WS-SCAN-ROW-COUNT = 0
               DISPLAY 'KEYCOMP ABEND - COMPROMISED KEY-ID NOT ON '
                   'MASTER: ' CP-KEY-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CP-NEW-KEY-ID TO WS-SCAN-KEY-ID
           PERFORM 1250-FIND-NEWEST-ACTIVE-ROW THRU 1250-EXIT
           IF WS-SCAN-ACTIVE-DATE = ZERO
               DISPLAY 'KEYCOMP ABEND - REPLACEMENT KEY-ID HAS NO '
                   'ACTIVE ROW IN EFFECT: ' CP-NEW-KEY-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SCAN-ACTIVE-DATE TO WS-NEW-EFFECTIVE-DATE
           MOVE WS-SCAN-SHIFT-VALUE TO WS-NEW-SHIFT-VALUE
           MOVE WS-SCAN-CIPHER-TYPE TO WS-NEW-CIPHER-TYPE
           MOVE WS-SCAN-VIG-KEYWORD TO WS-NEW-VIG-KEYWORD
           DISPLAY 'REPLACEMENT ROW     : ' CP-NEW-KEY-ID ' '
               WS-NEW-EFFECTIVE-DATE.
       1200-EXIT.
           EXIT.

      *    WALK THE KEY-ID'S DATED ROWS FORWARD FROM THE LOWEST
      *    POSSIBLE KEY, AS KEYMAINT RESOLVES A KEY'S NEWEST ROW.
       1250-FIND-NEWEST-ACTIVE-ROW.
           MOVE 0 TO WS-SCAN-ROW-COUNT
           MOVE 0 TO WS-SCAN-ACTIVE-DATE
           MOVE 'N' TO WS-ROW-SCAN-DONE-SW
           MOVE WS-SCAN-KEY-ID TO KM-KEY-ID
           MOVE ZERO           TO KM-EFFECTIVE-DATE
           START KEY-MASTER-FILE KEY IS NOT LESS THAN KM-KEY
               INVALID KEY
                   SET WS-ROW-SCAN-DONE TO TRUE
           END-START
           PERFORM 1260-SCAN-ONE-ROW THRU 1260-EXIT
               UNTIL WS-ROW-SCAN-DONE.
       1250-EXIT.
           EXIT.

       1260-SCAN-ONE-ROW.
           READ KEY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ROW-SCAN-DONE TO TRUE
                   GO TO 1260-EXIT
           END-READ
           IF KM-KEY-ID NOT = WS-SCAN-KEY-ID
               SET WS-ROW-SCAN-DONE TO TRUE
               GO TO 1260-EXIT
           END-IF
           ADD 1 TO WS-SCAN-ROW-COUNT
           IF KM-DEACTIVATED
              OR KM-EFFECTIVE-DATE > WS-CURR-DATE-YYYYMMDD
               GO TO 1260-EXIT
           END-IF
           IF KM-EFFECTIVE-DATE > WS-SCAN-ACTIVE-DATE
               MOVE KM-EFFECTIVE-DATE TO WS-SCAN-ACTIVE-DATE
               MOVE KM-SHIFT-VALUE    TO WS-SCAN-SHIFT-VALUE
               MOVE KM-CIPHER-TYPE    TO WS-SCAN-CIPHER-TYPE
               MOVE KM-VIG-KEYWORD    TO WS-SCAN-VIG-KEYWORD
           END-IF.
       1260-EXIT.
           EXIT.

      *    THE RE-ENCRYPTION BATCH OPENS WITH ITS OWN HEADER, DATED
      *    TODAY, SO IT BALANCES AS A CONTROLLED BATCH IN ENCDJOB.
       1500-WRITE-REENC-HEADER.
           MOVE SPACES TO TEXT-IN-HEADER
           MOVE 'HDR000' TO TH-RECORD-ID
           MOVE WS-CURR-DATE-YYYYMMDD TO TH-BATCH-DATE
           WRITE REENC-OUT-RECORD FROM TEXT-IN-HEADER.
       1500-EXIT.
           EXIT.

      *    EVERY DEPARTMENT GETS A NOTICE, EVEN WHEN IT HAS NOTHING TO
      *    RE-SEND - "NONE OF YOURS" IS AN ANSWER THEY WILL ASK FOR.
       1600-WRITE-NOTICE-HEADER.
           MOVE 'KEY COMPROMISE NOTICE - DELIVERIES TO DISCARD AND '
               TO WS-NOTICE-LINE
           MOVE 'EXPECT RE-SENT' TO WS-NOTICE-LINE(51:14)
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           MOVE SPACES TO WS-NOTICE-LINE
           MOVE WS-DEST-SUB TO WS-DEST-DISPLAY
           STRING 'DESTINATION        : ' WS-DEST-DISPLAY
                  ' ' WS-DEST-NAME(WS-DEST-SUB)
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'NOTICE DATE        : ' WS-CURR-DATE-YYYYMMDD
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'COMPROMISED KEY-ID : ' CP-KEY-ID
                  ' USED ' CP-FROM-DATE ' THRU ' CP-TO-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           MOVE SPACES TO WS-NOTICE-LINE
           STRING 'REPLACEMENT KEY-ID : ' CP-NEW-KEY-ID
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           MOVE 'MSG-ID  RUN-DATE   MODE  ACTION' TO WS-NOTICE-LINE
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT.
       1600-EXIT.
           EXIT.

       1700-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPROMISED KEY-ID : ' CP-KEY-ID
                  ' USED ' CP-FROM-DATE ' THRU ' CP-TO-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'REPLACEMENT ROW    : ' CP-NEW-KEY-ID
                  ' ' WS-NEW-EFFECTIVE-DATE
                  ' TYPE ' WS-NEW-CIPHER-TYPE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'MSG-ID USE-DATE  MODE TYPE DEST LEN  ACTION'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY 'MSG-ID USE-DATE  MODE TYPE DEST LEN  ACTION'.
       1700-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SWEEP-USAGE - POSITION ON THE COMPROMISED KEY'S FIRST    *
      *  USE IN THE WINDOW AND READ FORWARD UNTIL THE KEY-ID CHANGES   *
      *  OR THE USE DATE PASSES THE END OF THE WINDOW                  *
      ******************************************************************
       2000-SWEEP-USAGE.
           MOVE CP-KEY-ID    TO KU-KEY-ID
           MOVE CP-FROM-DATE TO KU-USE-DATE
           MOVE LOW-VALUES   TO KU-MESSAGE-ID
           MOVE LOW-VALUES   TO KU-MODE
           START KEY-USAGE-FILE KEY IS NOT LESS THAN KU-USAGE-KEY
               INVALID KEY
                   SET WS-USAGE-DONE TO TRUE
           END-START
           IF NOT WS-USAGE-DONE
               PERFORM 2100-READ-USAGE THRU 2100-EXIT
           END-IF
           PERFORM 2200-SWEEP-LOOP THRU 2200-EXIT
               UNTIL WS-USAGE-DONE.
       2000-EXIT.
           EXIT.

       2100-READ-USAGE.
           READ KEY-USAGE-FILE NEXT RECORD
               AT END
                   SET WS-USAGE-DONE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF KU-KEY-ID NOT = CP-KEY-ID
              OR KU-USE-DATE > CP-TO-DATE
               SET WS-USAGE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-USAGE-READ-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SWEEP-LOOP.
           PERFORM 2300-PROCESS-USE THRU 2300-EXIT
      *    A FULL RE-ENCRYPTION TABLE ENDS THE SWEEP - WHAT IS LEFT
      *    COULD NOT BE QUEUED, SO THE RUN IS FAILED RATHER THAN
      *    HALF-DONE QUIETLY.
           IF WS-SEEN-TABLE-FULL
               SET WS-USAGE-DONE TO TRUE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2100-READ-USAGE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-PROCESS-USE - ROUTE THE USE, RECOVER ITS PLAINTEXT FROM  *
      *  THE ARCHIVE, QUEUE IT FOR RE-ENCRYPTION ONCE PER MESSAGE ID   *
      *  AND USE DATE, AND LIST IT ON THE REPORT AND THE DEPARTMENT'S  *
      *  NOTICE.  AN ID ALREADY QUEUED UNDER ANOTHER DATE IS A         *
      *  DIFFERENT MESSAGE THE BATCH CANNOT CARRY - EDITIN WOULD       *
      *  REJECT THE DUPLICATE ID E007 - SO IT IS LEFT FOR A RERUN.     *
      ******************************************************************
       2300-PROCESS-USE.
           MOVE 'N' TO WS-GRANT-NEEDED-SW
           PERFORM 2400-ROUTE-USE THRU 2400-EXIT
           PERFORM 3000-FETCH-ARCHIVED-RESULT THRU 3000-EXIT
           IF NOT WS-ARCH-FOUND
               ADD 1 TO WS-NOT-ARCHIVED-COUNT
               MOVE 'NOT ON ARCHIVE - RESEND SOURCE' TO WS-ACTION-NOTE
               PERFORM 7000-LIST-USE THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
      *    AN ENCRYPT RESULT ON THE ARCHIVE IS CIPHERTEXT UNDER THE
      *    COMPROMISED KEY; DECRYPT AND SOLVE RESULTS ARE PLAINTEXT.
           IF KU-MODE = 'E'
               PERFORM 3500-DECRYPT-ARCHIVED-TEXT THRU 3500-EXIT
           END-IF
           PERFORM 5000-CHECK-SEEN THRU 5000-EXIT
           IF WS-SEEN-FOUND
               ADD 1 TO WS-REPEAT-COUNT
               MOVE 'RE-SENT WITH EARLIER USE' TO WS-ACTION-NOTE
               PERFORM 7000-LIST-USE THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-MSG-LEN = 0
               ADD 1 TO WS-EMPTY-COUNT
               MOVE 'EMPTY RESULT - NOTHING TO SEND' TO WS-ACTION-NOTE
               PERFORM 7000-LIST-USE THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
      *    THE MESSAGE KEEPS ITS CIPHER; THE REPLACEMENT ROW MUST
      *    CARRY THAT CIPHER'S KEY MATERIAL.
           IF (WS-ARCH-CIPHER-TYPE = 'V'
                 AND WS-NEW-VIG-KEYWORD = SPACES)
              OR (WS-ARCH-CIPHER-TYPE NOT = 'V'
                 AND WS-NEW-SHIFT-VALUE = ZERO)
               ADD 1 TO WS-UNUSABLE-COUNT
               MOVE 'REPLACEMENT KEY UNUSABLE' TO WS-ACTION-NOTE
               PERFORM 7000-LIST-USE THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-SEEN-OTHER-DATE
               ADD 1 TO WS-DEFERRED-COUNT
               MOVE 'ID ALREADY ON BATCH - RERUN' TO WS-ACTION-NOTE
               PERFORM 7000-LIST-USE THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WS-SEEN-TABLE-COUNT = 1000
               SET WS-SEEN-TABLE-FULL TO TRUE
               DISPLAY 'RE-ENCRYPTION TABLE FULL AT 1000 MESSAGES - '
                   'SWEEP STOPPED AT ' KU-MESSAGE-ID
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-SEEN-TABLE-COUNT
           MOVE KU-MESSAGE-ID TO SN-MESSAGE-ID(WS-SEEN-TABLE-COUNT)
           MOVE KU-USE-DATE   TO SN-USE-DATE(WS-SEEN-TABLE-COUNT)
           PERFORM 4000-WRITE-REENC-MESSAGE THRU 4000-EXIT
           ADD 1 TO WS-QUEUED-COUNT
      *    THE REQUEST STAYS ON THE BATCH EITHER WAY - ONCE THE GRANT
      *    IS MADE THE BATCH GOES IN AS IT STANDS.
           PERFORM 4800-CHECK-AUTHORIZATION THRU 4800-EXIT
           IF WS-AUTHORIZED
               MOVE 'RE-SEND UNDER REPLACEMENT KEY' TO WS-ACTION-NOTE
           ELSE
               SET WS-GRANT-NEEDED TO TRUE
               ADD 1 TO WS-NOT-AUTH-COUNT
               MOVE 'RE-SEND - GRANT SENDER NEW KEY' TO WS-ACTION-NOTE
           END-IF
           PERFORM 7000-LIST-USE THRU 7000-EXIT.
       2300-EXIT.
           EXIT.

      *    LONGEST MATCHING PREFIX WINS, EXACTLY AS ROUTEOUT ROUTED
      *    THE ORIGINAL DELIVERY.
       2400-ROUTE-USE.
           MOVE 0 TO WS-MATCH-DEST
           MOVE 0 TO WS-MATCH-LEN
           PERFORM 2410-TRY-ONE-RULE THRU 2410-EXIT
               VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-TABLE-COUNT.
       2400-EXIT.
           EXIT.

       2410-TRY-ONE-RULE.
           IF RO-PREFIX-LEN(WS-ROUTE-SUB) = 0
               GO TO 2410-EXIT
           END-IF
           IF KU-MESSAGE-ID(1:RO-PREFIX-LEN(WS-ROUTE-SUB))
                 = RO-PREFIX(WS-ROUTE-SUB)
                   (1:RO-PREFIX-LEN(WS-ROUTE-SUB))
               IF RO-PREFIX-LEN(WS-ROUTE-SUB) > WS-MATCH-LEN
                   MOVE RO-PREFIX-LEN(WS-ROUTE-SUB) TO WS-MATCH-LEN
                   MOVE RO-DEST(WS-ROUTE-SUB) TO WS-MATCH-DEST
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

       2900-WRITE-REENC-TRAILER.
           MOVE SPACES TO TEXT-IN-TRAILER
           MOVE 'TRL999' TO TT-RECORD-ID
           MOVE WS-REENC-COUNT TO TT-RECORD-COUNT
           MOVE WS-REENC-HASH  TO TT-HASH-TOTAL
           WRITE REENC-OUT-RECORD FROM TEXT-IN-TRAILER.
       2900-EXIT.
           EXIT.

       2950-WRITE-NOTICE-TRAILERS.
           PERFORM 2960-WRITE-ONE-TRAILER THRU 2960-EXIT
               VARYING WS-DEST-SUB FROM 1 BY 1
               UNTIL WS-DEST-SUB > 3.
       2950-EXIT.
           EXIT.

       2960-WRITE-ONE-TRAILER.
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           MOVE SPACES TO WS-NOTICE-LINE
           MOVE WS-NOTICE-COUNT(WS-DEST-SUB) TO WS-COUNT-DISPLAY
           STRING 'DELIVERIES LISTED  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           MOVE '*** END OF NOTICE ***' TO WS-NOTICE-LINE
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT.
       2960-EXIT.
           EXIT.

      ******************************************************************
      *  3000-FETCH-ARCHIVED-RESULT - READ THE USE'S RESULT BY KEY.    *
      *  A SINGLE-RECORD RESULT SITS AT SEGMENT 00; OTHERWISE THE      *
      *  SEGMENTS RUN 01.. TO THE ONE MARKED LAST.                     *
      ******************************************************************
       3000-FETCH-ARCHIVED-RESULT.
           MOVE 'N' TO WS-ARCH-FOUND-SW
           MOVE SPACES TO WS-MSG-TEXT
           MOVE 0 TO WS-MSG-LEN
           MOVE 0 TO WS-SEG-COUNT
           MOVE KU-MESSAGE-ID TO AR-MESSAGE-ID
           MOVE KU-USE-DATE   TO AR-RUN-DATE
           MOVE KU-MODE       TO AR-MODE
           MOVE 0             TO AR-SEGMENT-SEQ
           READ ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ARCH-FOUND TO TRUE
                   PERFORM 3150-TAKE-SEGMENT THRU 3150-EXIT
           END-READ
           IF NOT WS-ARCH-FOUND
               MOVE 'N' TO WS-SEGMENT-DONE-SW
               PERFORM 3100-READ-ONE-SEGMENT THRU 3100-EXIT
                   VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEGMENT-DONE
                      OR WS-SEG-SUB > 15
           END-IF
           IF WS-ARCH-FOUND
               MOVE 240 TO WS-MSG-LEN
               PERFORM 3200-TRIM-ONE-CHAR THRU 3200-EXIT
                   VARYING WS-MSG-LEN FROM 240 BY -1
                   UNTIL WS-MSG-LEN = 0
                      OR WS-MSG-TEXT(WS-MSG-LEN:1) NOT = SPACE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-SEGMENT.
           MOVE KU-MESSAGE-ID TO AR-MESSAGE-ID
           MOVE KU-USE-DATE   TO AR-RUN-DATE
           MOVE KU-MODE       TO AR-MODE
           MOVE WS-SEG-SUB    TO AR-SEGMENT-SEQ
           READ ARCHIVE-FILE
               INVALID KEY
                   SET WS-SEGMENT-DONE TO TRUE
               NOT INVALID KEY
                   SET WS-ARCH-FOUND TO TRUE
                   PERFORM 3150-TAKE-SEGMENT THRU 3150-EXIT
                   IF AR-SEGMENT-LAST-SW = 'L'
                       SET WS-SEGMENT-DONE TO TRUE
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3150-TAKE-SEGMENT.
           ADD 1 TO WS-SEG-COUNT
           COMPUTE WS-TEXT-POS = (WS-SEG-COUNT - 1) * 16 + 1
           MOVE AR-RESULT-TEXT TO WS-MSG-TEXT(WS-TEXT-POS:16)
           MOVE AR-CIPHER-TYPE TO WS-ARCH-CIPHER-TYPE
           MOVE AR-SHIFT-KEY   TO WS-ARCH-SHIFT-KEY
           MOVE AR-VIG-KEYWORD TO WS-ARCH-VIG-KEYWORD.
       3150-EXIT.
           EXIT.

       3200-TRIM-ONE-CHAR.
           CONTINUE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3500-DECRYPT-ARCHIVED-TEXT - TURN AN ENCRYPT RESULT BACK      *
      *  INTO ITS PLAINTEXT WITH THE SHIFT OR KEYWORD THE ARCHIVE      *
      *  RECORDS FOR IT.  THE KEYWORD IS ALIGNED BY CIPHERTEXT         *
      *  POSITION, AS ENCODE'S DECRYPT ALIGNS IT.                      *
      ******************************************************************
       3500-DECRYPT-ARCHIVED-TEXT.
           MOVE 'D' TO WS-SHIFT-DIRECTION
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE WS-ARCH-SHIFT-KEY TO WS-SHIFT-AMT
           IF WS-ARCH-CIPHER-TYPE = 'V'
               MOVE WS-ARCH-VIG-KEYWORD TO WS-EFFECTIVE-KEYWORD
               PERFORM 3560-COMPUTE-KEYWORD-LEN THRU 3560-EXIT
           END-IF
           PERFORM 3510-DECRYPT-ONE-CHAR THRU 3510-EXIT
               VARYING WS-CURR-POS FROM 1 BY 1
               UNTIL WS-CURR-POS > WS-MSG-LEN
           MOVE WS-RESULT-TEXT TO WS-MSG-TEXT.
       3500-EXIT.
           EXIT.

       3510-DECRYPT-ONE-CHAR.
           MOVE WS-MSG-TEXT(WS-CURR-POS:1) TO WS-CHAR
           IF WS-ARCH-CIPHER-TYPE = 'V'
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
           IF WS-VIG-KEYWORD-LEN = 0
               MOVE WS-ARCH-SHIFT-KEY TO WS-SHIFT-AMT
               GO TO 3550-EXIT
           END-IF
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
      *  4000-WRITE-REENC-MESSAGE - ONE ENCRYPT REQUEST UNDER THE      *
      *  REPLACEMENT KEY, 16 CHARACTERS PER RECORD.  A MESSAGE THAT    *
      *  FITS ONE RECORD GOES OUT UNSEGMENTED, AS CBTXTIN DESCRIBES.   *
      ******************************************************************
       4000-WRITE-REENC-MESSAGE.
           MOVE 0 TO WS-OUT-SEG-SEQ
           PERFORM 4100-WRITE-ONE-SEGMENT THRU 4100-EXIT
               VARYING WS-OUT-POS FROM 1 BY 16
               UNTIL WS-OUT-POS > WS-MSG-LEN.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-SEGMENT.
           ADD 1 TO WS-OUT-SEG-SEQ
           MOVE SPACES TO TEXT-IN-RECORD
           MOVE KU-MESSAGE-ID TO TI-MESSAGE-ID
           COMPUTE WS-OUT-CHUNK-LEN = WS-MSG-LEN - WS-OUT-POS + 1
           IF WS-OUT-CHUNK-LEN > 16
               MOVE 16 TO WS-OUT-CHUNK-LEN
           END-IF
           MOVE WS-MSG-TEXT(WS-OUT-POS:WS-OUT-CHUNK-LEN)
               TO TI-MESSAGE-TEXT(1:WS-OUT-CHUNK-LEN)
           MOVE 'E' TO TI-MODE
           MOVE WS-ARCH-CIPHER-TYPE TO TI-CIPHER-TYPE
           IF TI-CIPHER-TYPE NOT = 'V'
               MOVE 'C' TO TI-CIPHER-TYPE
           END-IF
           MOVE WS-NEW-SHIFT-VALUE TO TI-SHIFT-KEY
           MOVE CP-NEW-KEY-ID TO TI-KEY-ID
           IF TI-CIPHER-VIGENERE
               MOVE WS-NEW-VIG-KEYWORD TO TI-VIG-KEYWORD
           END-IF
           MOVE WS-CURR-DATE-YYYYMMDD TO TI-MSG-DATE
           MOVE WS-OUT-CHUNK-LEN TO TI-MESSAGE-LEN
           IF WS-MSG-LEN > 16
               MOVE WS-OUT-SEG-SEQ TO TI-SEGMENT-SEQ
               IF WS-OUT-POS + 16 > WS-MSG-LEN
                   MOVE 'L'   TO TI-SEGMENT-LAST-SW
               END-IF
           ELSE
               MOVE 0 TO TI-SEGMENT-SEQ
           END-IF
           WRITE REENC-OUT-RECORD FROM TEXT-IN-RECORD
           ADD 1 TO WS-REENC-COUNT
           PERFORM 4500-HASH-MESSAGE-ID THRU 4500-EXIT
           ADD WS-HASH-ID-NUM TO WS-REENC-HASH.
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
      *  4800-CHECK-AUTHORIZATION - MAY THE MESSAGE'S SENDER ENCRYPT   *
      *  UNDER THE REPLACEMENT KEY?  THE SAME RULE EDITIN APPLIES TO   *
      *  THE BATCH: THE LONGEST MESSAGE-ID PREFIX ON FILE FOR THE KEY  *
      *  DECIDES; NONE AT ANY LENGTH MEANS NO.                         *
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
           IF KU-MESSAGE-ID(WS-AUTH-LEN:1) = SPACE
               GO TO 4810-EXIT
           END-IF
           MOVE SPACES TO AU-SENDER-PREFIX
           MOVE KU-MESSAGE-ID(1:WS-AUTH-LEN) TO AU-SENDER-PREFIX
           MOVE CP-NEW-KEY-ID TO AU-KEY-ID
           READ AUTH-MASTER-FILE
               INVALID KEY
                   GO TO 4810-EXIT
           END-READ
           SET WS-AUTH-DECIDED TO TRUE
           IF AU-ENCRYPT-OK
               SET WS-AUTHORIZED TO TRUE
           END-IF.
       4810-EXIT.
           EXIT.

      ******************************************************************
      *  5000-CHECK-SEEN - HAS THIS MESSAGE ALREADY BEEN QUEUED (SAME  *
      *  ID AND USE DATE), OR IS ITS ID ON THE BATCH UNDER ANOTHER     *
      *  DATE                                                          *
      ******************************************************************
       5000-CHECK-SEEN.
           MOVE 'N' TO WS-SEEN-FOUND-SW
           MOVE 'N' TO WS-SEEN-OTHER-DATE-SW
           PERFORM 5010-SCAN-SEEN THRU 5010-EXIT
               VARYING WS-SEEN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SEEN-SUBSCRIPT > WS-SEEN-TABLE-COUNT
                  OR WS-SEEN-FOUND.
       5000-EXIT.
           EXIT.

       5010-SCAN-SEEN.
           IF SN-MESSAGE-ID(WS-SEEN-SUBSCRIPT) NOT = KU-MESSAGE-ID
               GO TO 5010-EXIT
           END-IF
           IF SN-USE-DATE(WS-SEEN-SUBSCRIPT) = KU-USE-DATE
               SET WS-SEEN-FOUND TO TRUE
           ELSE
               SET WS-SEEN-OTHER-DATE TO TRUE
           END-IF.
       5010-EXIT.
           EXIT.

      ******************************************************************
      *  7000-LIST-USE - ONE REPORT LINE PER USE, AND ONE LINE ON THE  *
      *  RECEIVING DEPARTMENT'S NOTICE.  A USE MATCHING NO ROUTING     *
      *  PREFIX HAS NO DEPARTMENT TO TELL - IT IS CALLED OUT INSTEAD.  *
      ******************************************************************
       7000-LIST-USE.
           MOVE KU-MESSAGE-ID TO WS-DL-MESSAGE-ID
           MOVE KU-USE-DATE   TO WS-DL-USE-DATE
           MOVE KU-MODE       TO WS-DL-MODE
           IF WS-ARCH-FOUND
               MOVE WS-ARCH-CIPHER-TYPE TO WS-DL-CIPHER
           ELSE
               MOVE SPACE TO WS-DL-CIPHER
           END-IF
           MOVE WS-MSG-LEN    TO WS-DL-LEN
           IF WS-MATCH-DEST = 0
               MOVE '?' TO WS-DL-DEST
               ADD 1 TO WS-UNROUTED-COUNT
               MOVE 'UNROUTED - NO DEPT TO NOTIFY' TO WS-DL-NOTE
           ELSE
               MOVE WS-MATCH-DEST TO WS-DL-DEST
               MOVE WS-ACTION-NOTE TO WS-DL-NOTE
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           DISPLAY WS-DETAIL-LINE
           IF WS-GRANT-NEEDED
               WRITE REPORT-RECORD FROM WS-GRANT-LINE
               DISPLAY WS-GRANT-LINE
           END-IF
           IF WS-MATCH-DEST = 0
               GO TO 7000-EXIT
           END-IF
           MOVE KU-MESSAGE-ID  TO WS-ND-MESSAGE-ID
           MOVE KU-USE-DATE    TO WS-ND-USE-DATE
           MOVE KU-MODE        TO WS-ND-MODE
           MOVE WS-ACTION-NOTE TO WS-ND-NOTE
           MOVE WS-NOTICE-DETAIL TO WS-NOTICE-LINE
           MOVE WS-MATCH-DEST TO WS-DEST-SUB
           PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           ADD 1 TO WS-NOTICE-COUNT(WS-DEST-SUB)
           IF WS-GRANT-NEEDED
               MOVE WS-GRANT-LINE TO WS-NOTICE-LINE
               PERFORM 7150-PUT-NOTICE-LINE THRU 7150-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *    WRITE WS-NOTICE-LINE TO THE NOTICE FOR WS-DEST-SUB
       7150-PUT-NOTICE-LINE.
           EVALUATE WS-DEST-SUB
               WHEN 1
                   WRITE NOTICE1-RECORD FROM WS-NOTICE-LINE
               WHEN 2
                   WRITE NOTICE2-RECORD FROM WS-NOTICE-LINE
               WHEN 3
                   WRITE NOTICE3-RECORD FROM WS-NOTICE-LINE
           END-EVALUATE.
       7150-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRODUCE-SUMMARY - SWEEP TOTALS AND THE RETURN CODE       *
      ******************************************************************
       8000-PRODUCE-SUMMARY.
           DISPLAY ' '
           DISPLAY '===== KEYCOMP RUN SUMMARY ====='
           DISPLAY 'USES IN WINDOW        : ' WS-USAGE-READ-COUNT
           DISPLAY 'QUEUED TO RE-ENCRYPT  : ' WS-QUEUED-COUNT
           DISPLAY 'REPEAT USES           : ' WS-REPEAT-COUNT
           DISPLAY 'ID ON BATCH - RERUN   : ' WS-DEFERRED-COUNT
           DISPLAY 'NOT ON ARCHIVE        : ' WS-NOT-ARCHIVED-COUNT
           DISPLAY 'EMPTY RESULTS         : ' WS-EMPTY-COUNT
           DISPLAY 'KEY UNUSABLE          : ' WS-UNUSABLE-COUNT
           DISPLAY 'UNROUTED              : ' WS-UNROUTED-COUNT
           DISPLAY 'SENDER NEEDS GRANT    : ' WS-NOT-AUTH-COUNT
           DISPLAY 'NOTICES DEPT 1/2/3    : ' WS-NOTICE-COUNT(1)
               ' ' WS-NOTICE-COUNT(2) ' ' WS-NOTICE-COUNT(3)
           DISPLAY 'BATCH TRAILER         : ' WS-REENC-COUNT
               ' HASH ' WS-REENC-HASH
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-USAGE-READ-COUNT TO WS-COUNT-DISPLAY
           STRING 'USES IN WINDOW        : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISPLAY
           STRING 'QUEUED TO RE-ENCRYPT  : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY
           STRING 'REPEAT USES           : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DEFERRED-COUNT TO WS-COUNT-DISPLAY
           STRING 'ID ON BATCH - RERUN   : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-NOT-ARCHIVED-COUNT TO WS-COUNT-DISPLAY
           STRING 'NOT ON ARCHIVE        : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-EMPTY-COUNT TO WS-COUNT-DISPLAY
           STRING 'EMPTY RESULTS         : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNUSABLE-COUNT TO WS-COUNT-DISPLAY
           STRING 'KEY UNUSABLE          : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNROUTED-COUNT TO WS-COUNT-DISPLAY
           STRING 'UNROUTED              : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-NOT-AUTH-COUNT TO WS-COUNT-DISPLAY
           STRING 'SENDER NEEDS GRANT    : ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOTICES DEPT 1/2/3    : ' WS-NOTICE-COUNT(1)
                  ' ' WS-NOTICE-COUNT(2)
                  ' ' WS-NOTICE-COUNT(3)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'BATCH TRAILER         : ' WS-REENC-COUNT
                  ' HASH ' WS-REENC-HASH
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-SEEN-TABLE-FULL
               DISPLAY 'RE-ENCRYPTION BATCH INCOMPLETE - DO NOT '
                   'SUBMIT - ENDING WITH RETURN CODE 12'
               MOVE 'RE-ENCRYPTION BATCH INCOMPLETE - DO NOT SUBMIT'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 12 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           IF WS-NOT-AUTH-COUNT > 0
               DISPLAY 'SENDERS NOT AUTHORIZED FOR THE REPLACEMENT KEY'
                   ' - GRANT BEFORE SUBMITTING THE BATCH'
               MOVE 'GRANT SENDERS THE REPLACEMENT KEY BEFORE '
                   TO REPORT-RECORD
               MOVE 'SUBMITTING' TO REPORT-RECORD(43:10)
               WRITE REPORT-RECORD
           END-IF
           IF WS-DEFERRED-COUNT > 0
               DISPLAY 'MESSAGE IDS ALREADY ON THE BATCH UNDER ANOTHER '
                   'DATE - RERUN THE SWEEP FOR THEIR DATES'
               MOVE 'IDS ALREADY ON BATCH - RERUN THE SWEEP FOR THEIR '
                   TO REPORT-RECORD
               MOVE 'DATES' TO REPORT-RECORD(50:5)
               WRITE REPORT-RECORD
           END-IF
           IF WS-UNROUTED-COUNT > 0 OR WS-UNUSABLE-COUNT > 0
              OR WS-NOT-AUTH-COUNT > 0
               DISPLAY 'UNROUTED USES, UNUSABLE REPLACEMENT KEY OR '
                   'SENDER NOT GRANTED - ENDING WITH RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           IF WS-NOT-ARCHIVED-COUNT > 0 OR WS-USAGE-READ-COUNT = 0
               DISPLAY 'USES NOT ON ARCHIVE OR NO USES FOUND - '
                   'ENDING WITH RETURN CODE 4'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DEFERRED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE - CLOSE ALL FILES                              *
      ******************************************************************
       9000-TERMINATE.
           CLOSE COMP-CARD-FILE
           CLOSE KEY-MASTER-FILE
           IF NOT WS-NO-USAGE-FILE
               CLOSE KEY-USAGE-FILE
           END-IF
           CLOSE ARCHIVE-FILE
           CLOSE ROUTE-MASTER-FILE
           CLOSE AUTH-MASTER-FILE
           CLOSE REENC-OUT-FILE
           CLOSE NOTICE1-FILE
           CLOSE NOTICE2-FILE
           CLOSE NOTICE3-FILE
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
