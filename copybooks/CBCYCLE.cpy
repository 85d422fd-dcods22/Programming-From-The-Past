      *****************************************************************
      *  CBCYCLE  --  NIGHTLY CYCLE CONTROL RECORD                     *
      *  THE ONE RECORD ON THE CYCLE CONTROL FILE.  CYCLCTL OPENS A    *
      *  CYCLE AS THE FIRST STEP OF ENCDJOB AND CLOSES IT AS THE       *
      *  LAST.  EVERY STEP IN BETWEEN TAKES ITS BUSINESS DATE FROM     *
      *  CY-CYCLE-DATE INSTEAD OF THE CLOCK, SO A STREAM THAT RUNS     *
      *  PAST MIDNIGHT STILL BELONGS TO ONE NIGHT, AND STAMPS ITS OWN  *
      *  SLOT IN CY-STEP-TABLE (FINISHED FLAG AND RETURN CODE) AS IT   *
      *  ENDS.  A CYCLE IS NOT CLOSED UNTIL EVERY SLOT IS FINISHED,    *
      *  AND A NEW ONE IS NOT OPENED WHILE ONE IS STILL OPEN.  THE     *
      *  SLOTS, IN STREAM ORDER:                                       *
      *     01 CKPTHKP   02 EDIT      03 SPLIT     04 ENCRYPT          *
      *     05 VERIFY    06 DECRYPT   07 SOLVE     08 ARCHIVE          *
      *     09 AUDIT     10 ROUTE     11 EXCPHIST                     *
      *  CY-OPEN/CLOSE DATE AND TIME ARE WALL-CLOCK, FOR THE RECORD.   *
      *  80 BYTES.                                                     *
      *****************************************************************
       01  CYCLE-RECORD.
           05  CY-CYCLE-DATE           PIC 9(08).
           05  CY-CYCLE-STATUS         PIC X(01).
               88  CY-CYCLE-OPEN           VALUE 'O'.
               88  CY-CYCLE-CLOSED         VALUE 'C'.
           05  CY-OPEN-DATE            PIC 9(08).
           05  CY-OPEN-TIME            PIC 9(06).
           05  CY-CLOSE-DATE           PIC 9(08).
           05  CY-CLOSE-TIME           PIC 9(06).
           05  CY-STEP-TABLE.
               10  CY-STEP-ENTRY       OCCURS 11 TIMES.
                   15  CY-STEP-DONE    PIC X(01).
                       88  CY-STEP-FINISHED    VALUE 'Y'.
                   15  CY-STEP-RC      PIC 9(02).
           05  FILLER                  PIC X(10).
