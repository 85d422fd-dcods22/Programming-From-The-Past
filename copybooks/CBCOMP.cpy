      *****************************************************************
      *  CBCOMP  --  KEY COMPROMISE SWEEP CONTROL CARD                 *
      *  ONE CARD PER RUN, PREPARED BY KEY CUSTODY WHEN A KEY IS       *
      *  REPORTED COMPROMISED AND READ BY KEYCOMP.  THE CARD NAMES     *
      *  THE COMPROMISED KEY-ID, THE WINDOW OF USE DATES TO SWEEP      *
      *  (INCLUSIVE, CCYYMMDD), AND THE KEY-ID WHOSE NEWEST ACTIVE     *
      *  ROW THE AFFECTED MESSAGES ARE TO BE RE-ENCRYPTED UNDER.       *
      *  FIXED 80-BYTE RECORD.                                         *
      *****************************************************************
       01  COMPROMISE-CARD.
           05  CP-KEY-ID               PIC X(06).
           05  CP-FROM-DATE            PIC 9(08).
           05  CP-TO-DATE              PIC 9(08).
           05  CP-NEW-KEY-ID           PIC X(06).
           05  CP-FILLER               PIC X(52).
