      ******************************************************************
      *                                                                *
      *   THRCTMR - THRESHOLD CONTROL MASTER ROW                       *
      *                                                                *
      *   THE EFFECTIVE-DATED MASTER BEHIND THE THRESH-CTL CONTROL     *
      *   CARD, KEPT ON A KSDS KEYED ON CATEGORY PLUS EFFECTIVE DATE   *
      *   AND MAINTAINED ONLY BY THE THRCTLMT MAINTENANCE RUN.  A      *
      *   CATEGORY MAY CARRY SEVERAL ROWS: THE ONE IN FORCE ON A       *
      *   GIVEN BUSINESS DATE IS THE ROW WITH THE LATEST EFFECTIVE     *
      *   DATE NOT AFTER IT, SO A CUTOFF CHANGE CAN BE KEYED AHEAD     *
      *   AND TAKES EFFECT ON THE RIGHT NIGHT.  A RETIRED ROW ("R")    *
      *   TAKES THE CATEGORY OFF THE CARD FROM ITS EFFECTIVE DATE, SO  *
      *   ITS ACCOUNTS FALL TO THE "*" DEFAULT ROW.  ROWS LOADED FROM  *
      *   THE HAND-KEYED CARD WHEN THE MASTER WAS FIRST BUILT CARRY    *
      *   AN EFFECTIVE DATE OF ZERO.                                   *
      *                                                                *
      *   EACH NIGHT THRCTLMT REWRITES THE THRESH-CTL CARD (THRCTLR    *
      *   LAYOUT) FROM THE ROWS IN FORCE ON THE BUSINESS DATE.         *
      *                                                                *
      ******************************************************************
       01  THR-CTM-RECORD.
           05  THR-CTM-KEY.
               10  THR-CTM-CATEGORY    PIC X(01).
                   88  THR-CTM-DEFAULT-ROW    VALUE "*".
               10  THR-CTM-EFF-DATE    PIC 9(08).
           05  THR-CTM-ROW-STATUS      PIC X(01).
               88  THR-CTM-ACTIVE             VALUE "A".
               88  THR-CTM-RETIRED            VALUE "R".
           05  THR-CTM-THRESHOLD       PIC 9(05).
           05  THR-CTM-MAX-VALUE       PIC 9(05).
           05  THR-CTM-BAND-WIDTH      PIC 9(03).
           05  THR-CTM-PROC-MODE       PIC X(01).
           05  THR-CTM-CHANGED-BY      PIC X(08).
           05  THR-CTM-CHANGE-TS.
               10  THR-CTM-CHANGE-DATE PIC 9(08).
               10  THR-CTM-CHANGE-TIME PIC 9(08).
           05  FILLER                  PIC X(32).
