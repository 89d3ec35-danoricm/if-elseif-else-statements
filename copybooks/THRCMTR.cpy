      ******************************************************************
      *                                                                *
      *   THRCMTR - CONTROL-CARD MAINTENANCE TRANSACTION RECORD        *
      *                                                                *
      *   ONE RECORD KEYED BY OPERATIONS PER CHANGE TO THE THRESHOLD   *
      *   CONTROL MASTER (THRCTMR LAYOUT), APPLIED BY THE THRCTLMT     *
      *   MAINTENANCE RUN.  "A" ADDS A CATEGORY ROW, "C" CHANGES ONE   *
      *   (A BLANK THRESHOLD, MAX VALUE, BAND WIDTH OR MODE LEAVES     *
      *   THAT FIELD AS IT STANDS ON THE ROW IN FORCE AT THE           *
      *   EFFECTIVE DATE), AND "R" RETIRES ONE.  THE "*" DEFAULT ROW   *
      *   CANNOT BE RETIRED.                                           *
      *                                                                *
      *   THE EFFECTIVE DATE IS THE FIRST BUSINESS DATE THE CHANGE     *
      *   APPLIES TO - BLANK MEANS TONIGHT'S BUSINESS DATE - AND MAY   *
      *   NOT BE EARLIER THAN TONIGHT.  A SECOND TRANSACTION FOR THE   *
      *   SAME CATEGORY AND EFFECTIVE DATE REPLACES THE FIRST, SO A    *
      *   CHANGE KEYED AHEAD CAN BE CORRECTED BEFORE IT TAKES EFFECT.  *
      *   THE CHANGED-BY ID AND REASON ARE CARRIED ONTO THE            *
      *   PERMANENT CHANGE LOG (THRCLGR).                              *
      *                                                                *
      ******************************************************************
       01  THR-CMT-RECORD.
           05  THR-CMT-ACTION          PIC X(01).
               88  THR-CMT-ADD                VALUE "A".
               88  THR-CMT-CHANGE             VALUE "C".
               88  THR-CMT-RETIRE             VALUE "R".
           05  THR-CMT-CATEGORY        PIC X(01).
               88  THR-CMT-DEFAULT-ROW        VALUE "*".
           05  THR-CMT-EFF-DATE        PIC X(08).
           05  THR-CMT-EFF-DATE-N REDEFINES THR-CMT-EFF-DATE
                                       PIC 9(08).
           05  THR-CMT-THRESHOLD       PIC X(05).
           05  THR-CMT-THRESHOLD-N REDEFINES THR-CMT-THRESHOLD
                                       PIC 9(05).
           05  THR-CMT-MAX-VALUE       PIC X(05).
           05  THR-CMT-MAX-VALUE-N REDEFINES THR-CMT-MAX-VALUE
                                       PIC 9(05).
           05  THR-CMT-BAND-WIDTH      PIC X(03).
           05  THR-CMT-BAND-WIDTH-N REDEFINES THR-CMT-BAND-WIDTH
                                       PIC 9(03).
           05  THR-CMT-PROC-MODE       PIC X(01).
           05  THR-CMT-CHANGED-BY      PIC X(08).
           05  THR-CMT-REASON          PIC X(30).
           05  FILLER                  PIC X(18).
