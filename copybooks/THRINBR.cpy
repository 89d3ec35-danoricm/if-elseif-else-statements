      ******************************************************************
      *                                                                *
      *   THRINBR - INBOUND BRANCH BATCH HEADER AND TRAILER RECORD     *
      *                                                                *
      *   EACH SUBMITTING BRANCH WRAPS ITS THRXREC DETAIL RECORDS IN   *
      *   A BATCH: ONE HEADER CARRYING THE BRANCH AND THE BUSINESS     *
      *   DATE, THE DETAILS, THEN ONE TRAILER CARRYING THE BRANCH,     *
      *   THE DETAIL COUNT AND A SIGNED HASH TOTAL OF THR-VALUE.  THE  *
      *   THRINBAL PRE-EDIT BALANCES EVERY BATCH BEFORE ITS DETAILS    *
      *   ARE PASSED TO THE CLASSIFIER.                                *
      *                                                                *
      *   HEADER AND TRAILER SHARE THE 80-BYTE DETAIL RECORD LENGTH    *
      *   AND ARE TOLD FROM A DETAIL BY THE LITERAL IN THE FIRST TEN   *
      *   BYTES - THE POSITION OF THR-ACCT-ID ON A DETAIL.  NO         *
      *   ACCOUNT ID BEGINS WITH AN ASTERISK.  THE HASH TOTAL IS       *
      *   SIGNED (TRAILING OVERPUNCH) SO CREDITS NET AGAINST DEBITS    *
      *   THE SAME WAY THRXTRCT'S OUTBOUND TRAILER DOES.               *
      *                                                                *
      ******************************************************************
       01  THR-INB-RECORD.
           05  THR-INB-REC-ID          PIC X(10).
               88  THR-INB-HEADER             VALUE "*BATCHHDR*".
               88  THR-INB-TRAILER            VALUE "*BATCHTRL*".
           05  THR-INB-BRANCH          PIC X(05).
           05  THR-INB-BODY            PIC X(65).
           05  THR-INB-HDR REDEFINES THR-INB-BODY.
               10  THR-INB-HDR-BUS-DATE    PIC 9(08).
               10  FILLER                  PIC X(57).
           05  THR-INB-TRL REDEFINES THR-INB-BODY.
               10  THR-INB-TRL-COUNT       PIC 9(09).
               10  THR-INB-TRL-HASH        PIC S9(11).
               10  FILLER                  PIC X(45).
