      *   ACCOUNT MASTER, RELEASES ITEMS WHOSE ACCOUNT IS NOW OPEN     *
      *   TO THE RESUBMISSION FILE, AND CARRIES THE REST FORWARD -     *
      *   FLAGGING ANYTHING HELD PAST THE CONTROL-CARD DAY LIMIT.      *
      *   THE BRANCH TRANSACTION REFERENCE IS KEPT SO A RELEASED ITEM  *
      *   RE-ENTERS CLASSIFICATION UNDER ITS ORIGINAL REFERENCE.       *
      *                                                                *
      *   USE COPY THRSHLR REPLACING THR-SHL-RECORD BY <NEW-NAME>      *
      *   WHEN THE OLD AND NEW HOLD FILES ARE BOTH OPEN IN THE SAME    *
           05  THR-SHL-ACCT-CATEGORY   PIC X(01).
           05  THR-SHL-TXN-COUNT       PIC 9(05).
           05  THR-SHL-HELD-DATE       PIC 9(08).
           05  THR-SHL-TXN-REF.
               10  THR-SHL-TXN-DATE    PIC X(08).
               10  THR-SHL-TXN-SEQ     PIC X(06).
           05  FILLER                  PIC X(10).
