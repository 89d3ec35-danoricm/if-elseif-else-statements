      ******************************************************************
      *                                                                *
      *   THRDUPR - CLASSIFIED-TRANSACTION DUPLICATE-CHECK RECORD      *
      *                                                                *
      *   ONE RECORD PER TRANSACTION THE NIGHTLY CLASSIFIER HAS        *
      *   ACCEPTED, KEYED ON THE ACCOUNT ID PLUS THE BRANCH            *
      *   TRANSACTION REFERENCE (THRXREC THR-TXN-REF).  THE FILE IS A  *
      *   VSAM KSDS THAT PERSISTS ACROSS RUNS - A LATER TRANSACTION    *
      *   ARRIVING WITH THE SAME KEY IS A RESENT OR DOUBLE-FED         *
      *   SUBMISSION AND IS REJECTED WITH REASON 04.                   *
      *                                                                *
      *   THE RUN DATE AND INPUT POSITION RECORD WHEN AND WHERE THE    *
      *   TRANSACTION WAS FIRST ACCEPTED.  A RESTARTED RUN RE-READS    *
      *   RECORDS IT ALREADY ACCEPTED, SO A MATCH ON THE SAME RUN      *
      *   DATE AND INPUT POSITION IS THE RUN'S OWN RECORD, NOT A       *
      *   DUPLICATE.  ENTRIES OLDER THAN THE CONTROL-CARD RETENTION    *
      *   PERIOD ARE DELETED AT THE START OF EACH RUN.                 *
      *                                                                *
      *   RECORD LENGTH IS 80 BYTES, KEY LENGTH 24 AT OFFSET 0.        *
      *                                                                *
      ******************************************************************
       01  THR-DUP-RECORD.
           05  THR-DUP-KEY.
               10  THR-DUP-ACCT-ID     PIC X(10).
               10  THR-DUP-TXN-DATE    PIC X(08).
               10  THR-DUP-TXN-SEQ     PIC X(06).
           05  THR-DUP-RUN-DATE        PIC 9(08).
           05  THR-DUP-INPUT-POS       PIC 9(09).
           05  THR-DUP-VALUE           PIC S9(05).
           05  FILLER                  PIC X(34).
