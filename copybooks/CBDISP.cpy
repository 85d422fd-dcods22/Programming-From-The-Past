      *       CARRIES NO RUNNER-UP                                     *
      *    X  REJECT BOTH - THE ARCHIVE RECORDS ARE FLAGGED 'X' AND    *
      *       THE MACHINE TEXT LEFT IN PLACE FOR THE RE-SOLVE          *
      *                                                                *
      *  AN 'X' CARD MAY CARRY HINTS FOR THE RE-SOLVE (SEE RESOLVE):   *
      *  ONE MORE CANDIDATE KEYWORD FOR A VIGENERE MESSAGE, AND UP TO  *
      *  SIX CAESAR SHIFTS (01-26, BLANK = UNUSED) THE RE-SOLVE IS     *
      *  NOT TO TRY.  HINTS ON A 'B' OR 'R' CARD ARE IGNORED.          *
      *****************************************************************
       01  DISPOSITION-CARD.
           05  DS-MESSAGE-ID           PIC X(06).
               88  DS-ACT-2ND              VALUE 'R'.
               88  DS-ACT-REJECT           VALUE 'X'.
           05  DS-ANALYST              PIC X(08).
           05  DS-HINT-KEYWORD         PIC X(16).
           05  DS-HINT-EXCL-SHIFTS.
               10  DS-HINT-EXCL-SHIFT  PIC X(02) OCCURS 6 TIMES.
           05  DS-FILLER               PIC X(29).
