      *   NIGHTLY CLASSIFY RUN INSTEAD OF BEING HAND-EDITED INTO THE   *
      *   TRANSACTION FILE.                                            *
      *                                                                *
      *   A DUPLICATE-SUBMISSION REJECT (REASON 04) MAY ALSO BE        *
      *   RELEASED UNCHANGED ("R") WHEN THE DESK FINDS IT IS A         *
      *   GENUINE SEPARATE TRANSACTION, OR DROPPED ("D") WHEN IT IS    *
      *   CONFIRMED AS A REPEAT OF ONE ALREADY CLASSIFIED.             *
      *                                                                *
      ******************************************************************
       01  THR-COR-RECORD.
           05  THR-COR-REJ-ACCT-ID     PIC X(10).
               88  THR-COR-FIX-VALUE          VALUE "V".
               88  THR-COR-FIX-ACCT           VALUE "A".
               88  THR-COR-FIX-BOTH           VALUE "B".
               88  THR-COR-RELEASE            VALUE "R".
               88  THR-COR-DROP               VALUE "D".
           05  THR-COR-NEW-VALUE       PIC S9(05).
           05  THR-COR-NEW-ACCT-ID     PIC X(10).
           05  FILLER                  PIC X(46).
