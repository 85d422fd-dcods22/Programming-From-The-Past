      *****************************************************************
      *  CBRATE  --  CHARGEBACK RATE TABLE RECORD                      *
      *  ONE RECORD PER MODE AND CIPHER TYPE, MAINTAINED BY FINANCE    *
      *  AND READ BY CHRGBACK TO PRICE THE MONTH'S ARCHIVED WORK FOR   *
      *  THE DEPARTMENTAL CHARGEBACK.  A MESSAGE (ONE MESSAGE ID, RUN  *
      *  DATE AND MODE ON THE ARCHIVE, HOWEVER MANY SEGMENTS) IS       *
      *  CHARGED RA-MESSAGE-CHARGE PLUS RA-SEGMENT-CHARGE FOR EACH     *
      *  SEGMENT AFTER THE FIRST.  RUSH WORK (RESULTS RUSHRUN PRODUCED *
      *  DURING THE DAY) CARRIES A FURTHER RA-RUSH-PCT PERCENT OF THAT *
      *  CHARGE.  RA-MODE IS E, D OR S AS ON CBTXTIN; RA-CIPHER-TYPE   *
      *  IS C OR V.  A MODE AND CIPHER WITH NO RATE IS NOT PRICED - IT *
      *  IS REPORTED AS AN EXCEPTION.  FIXED 80-BYTE RECORD.           *
      *****************************************************************
       01  RATE-RECORD.
           05  RA-MODE                 PIC X(01).
           05  RA-CIPHER-TYPE          PIC X(01).
           05  RA-MESSAGE-CHARGE       PIC 9(05)V99.
           05  RA-SEGMENT-CHARGE       PIC 9(05)V99.
           05  RA-RUSH-PCT             PIC 9(03).
           05  RA-DESCRIPTION          PIC X(20).
           05  RA-FILLER               PIC X(41).
