      *   A REJECTED TRANSACTION CAN BE ANSWERED FOR JUST LIKE A       *
      *   CLASSIFIED ONE, WITHOUT RERUNNING THE JOB.                   *
      *                                                                *
      *   REASON 04 IS A DUPLICATE SUBMISSION - THE ACCOUNT AND        *
      *   BRANCH TRANSACTION REFERENCE WERE ALREADY CLASSIFIED WITHIN  *
      *   THE DUPLICATE-CHECK RETENTION PERIOD.  THE REFERENCE IS      *
      *   CARRIED SO A REPAIRED OR RELEASED REJECT KEEPS IT.           *
      *                                                                *
      *   THE RAW VALUE IS THE TRANSACTION'S SIGNED VALUE FIELD BYTE   *
      *   FOR BYTE, SIGN INCLUDED.  THR-REJ-VALUE IS ITS SIGNED VIEW - *
      *   TEST IT FOR NUMERIC AND MOVE IT FROM THERE, SO A CREDIT      *
      *   COMES BACK AS A CREDIT.                                      *
      *                                                                *
      ******************************************************************
       01  THR-REJ-RECORD.
           05  THR-REJ-ACCT-ID         PIC X(10).
           05  THR-REJ-VALUE-RAW       PIC X(05).
           05  THR-REJ-VALUE           REDEFINES THR-REJ-VALUE-RAW
                                       PIC S9(05).
           05  THR-REJ-REASON-CODE     PIC X(02).
               88  THR-REJ-NON-NUMERIC        VALUE "01".
               88  THR-REJ-OUT-OF-RANGE       VALUE "02".
               88  THR-REJ-MISSING-KEY        VALUE "03".
               88  THR-REJ-DUPLICATE          VALUE "04".
           05  THR-REJ-TIMESTAMP.
               10  THR-REJ-TS-DATE     PIC 9(08).
               10  THR-REJ-TS-TIME     PIC 9(08).
           05  THR-REJ-TXN-REF.
               10  THR-REJ-TXN-DATE    PIC X(08).
               10  THR-REJ-TXN-SEQ     PIC X(06).
           05  FILLER                  PIC X(33).
