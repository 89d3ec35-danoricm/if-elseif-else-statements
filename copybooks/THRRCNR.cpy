      *   START IS STAMPED - THE SEQUENCE CHECK COMPARES AGAINST THE   *
      *   LAST COMPLETED RUN.                                          *
      *                                                                *
      *   THE BUSINESS DATE (THRBDTR) IN FORCE AT START IS STAMPED     *
      *   WITH THE START TIMESTAMP.  A PROGRAM MAY RUN ONLY ONCE PER   *
      *   BUSINESS DATE, BUT CAN RUN AGAIN THE SAME CLOCK DAY ONCE     *
      *   THE DATE HAS BEEN ROLLED - THE CATCH-UP OF A MISSED NIGHT.   *
      *                                                                *
      ******************************************************************
       01  THR-RCN-RECORD.
           05  THR-RCN-PROGRAM         PIC X(08).
           05  THR-RCN-END-TS.
               10  THR-RCN-END-DATE    PIC 9(08).
               10  THR-RCN-END-TIME    PIC 9(08).
           05  THR-RCN-BUS-DATE        PIC 9(08).
           05  FILLER                  PIC X(31).
