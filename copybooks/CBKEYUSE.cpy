      *****************************************************************
      *  CBKEYUSE  --  KEY USAGE RECORD                                *
      *  KEYED BY KEY-ID / USE DATE / MESSAGE ID / MODE.  WRITTEN BY   *
      *  ENCODE WHENEVER A KEY-ID RESOLVES AGAINST THE KEY MASTER FOR  *
      *  AN ENCRYPT OR DECRYPT, AND WHENEVER A SOLVE CONFIRMS A MASTER *
      *  KEYWORD AS ITS BEST CANDIDATE, AND BY RUSHRUN FOR EVERY RUSH  *
      *  ENCRYPT OR DECRYPT THAT RESOLVES A KEY.  RUSHRUN DATES ITS    *
      *  ROWS WITH THE RUN DATE THE NEXT ARCHLOAD WILL FILE THE RUSH   *
      *  RESULT UNDER, SO KU-MESSAGE-ID / KU-USE-DATE / KU-MODE FIND   *
      *  THE RESULT ON THE ARCHIVE EITHER WAY.  THE TRACE THAT LETS    *
      *  KEY CUSTODY ANSWER "CAN WE RETIRE KEY014" WITH DATA INSTEAD   *
      *  OF A SHRUG, AND THAT KEYCOMP SWEEPS FOR A COMPROMISED KEY.  A *
      *  RERUN THAT RESOLVES THE SAME KEY FOR THE SAME MESSAGE ON THE  *
      *  SAME DAY BUMPS KU-USE-COUNT IN PLACE RATHER THAN FAILING ON   *
      *  THE DUPLICATE.  READ BACK BY KEYUSRPT FOR THE PERIODIC USAGE  *
      *  REPORT.  80 BYTES.                                            *
      *****************************************************************
       01  KEY-USAGE-RECORD.
           05  KU-USAGE-KEY.
