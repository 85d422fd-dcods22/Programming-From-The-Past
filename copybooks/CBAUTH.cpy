      *****************************************************************
      *  CBAUTH  --  SENDER-TO-KEY AUTHORIZATION MASTER RECORD         *
      *  ONE RECORD PER SENDING AREA / KEY-ID PAIR, KEYED BY           *
      *  AU-AUTH-KEY AND MAINTAINED BY AUTHMNT FROM ADD / CHANGE /     *
      *  DELETE TRANSACTIONS (SEE CBAUTTRN).  THE SENDING AREA IS A    *
      *  MESSAGE-ID PREFIX ON THE CBROUTE CONVENTION - TRAILING BLANKS *
      *  IGNORED - SO 'MSG' COVERS EVERY MSGNNN AND A FULL SIX-        *
      *  CHARACTER ENTRY COVERS ONE MESSAGE ID.  AU-MODES SAYS WHICH   *
      *  MODES THE AREA MAY RUN UNDER THE KEY, ONE POSITION PER MODE.  *
      *                                                                *
      *  EDITIN, EDITFIX AND RUSHRUN REJECT (E011) ANY RECORD NAMING A *
      *  TI-KEY-ID ITS SENDER IS NOT AUTHORIZED TO USE IN ITS MODE.    *
      *  THE ENTRY WITH THE LONGEST PREFIX MATCHING THE MESSAGE ID     *
      *  FOR THAT KEY-ID DECIDES, SO A NARROWER ENTRY CAN GRANT FEWER  *
      *  MODES THAN THE AREA AROUND IT; NO MATCHING ENTRY AT ANY       *
      *  LENGTH MEANS NOT AUTHORIZED.  READERS LOOK THE PAIR UP        *
      *  DIRECTLY AT EACH PREFIX LENGTH FROM SIX DOWN TO ONE.  A       *
      *  RECORD WITH NO TI-KEY-ID CARRIES ITS OWN SHIFT OR KEYWORD AND *
      *  IS NOT SUBJECT TO THE MATRIX.  KEYCOMP CHECKS THE SENDERS OF  *
      *  ITS RE-ENCRYPTION BATCH AGAINST THE REPLACEMENT KEY THE SAME  *
      *  WAY, SO A MISSING GRANT SHOWS BEFORE THE BATCH IS SUBMITTED.  *
      *  80 BYTES.                                                     *
      *****************************************************************
       01  AUTH-RECORD.
           05  AU-AUTH-KEY.
               10  AU-SENDER-PREFIX    PIC X(06).
               10  AU-KEY-ID           PIC X(06).
           05  AU-MODES.
               10  AU-ENCRYPT-SW       PIC X(01).
                   88  AU-ENCRYPT-OK       VALUE 'E'.
               10  AU-DECRYPT-SW       PIC X(01).
                   88  AU-DECRYPT-OK       VALUE 'D'.
               10  AU-SOLVE-SW         PIC X(01).
                   88  AU-SOLVE-OK         VALUE 'S'.
           05  AU-GRANTED-BY           PIC X(08).
           05  AU-GRANT-DATE           PIC 9(08).
           05  AU-CHANGED-BY           PIC X(08).
           05  AU-CHANGE-DATE          PIC 9(08).
           05  AU-REMARKS              PIC X(30).
           05  FILLER                  PIC X(03).
