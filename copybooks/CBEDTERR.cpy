      *    E010  SEGMENT GROUP INCONSISTENT - A CONTINUATION WHOSE     *
      *          MODE/CIPHER/SHIFT/KEY-ID/KEYWORD/DATE DIFFERS FROM    *
      *          ITS GROUP'S FIRST SEGMENT, OR WITH NO OPEN GROUP      *
      *    E011  SENDER NOT AUTHORIZED TO USE TI-KEY-ID IN TI-MODE     *
      *          (SEE CBAUTH) - ALSO WRITTEN BY RUSHRUN                *
      *****************************************************************
       01  EDIT-ERROR-RECORD.
           05  ER-REASON-CODE          PIC X(04).
