      ******************************************************************
      *                                                                *
      *   THRCLGR - CONTROL-CARD CHANGE LOG RECORD                     *
      *                                                                *
      *   ONE RECORD APPENDED BY THE THRCTLMT MAINTENANCE RUN FOR      *
      *   EVERY CHANGE APPLIED TO THE THRESHOLD CONTROL MASTER, WITH   *
      *   WHO KEYED IT, WHY, THE DATE IT TAKES EFFECT, AND THE ROW     *
      *   BEFORE AND AFTER.  THE LOG IS PERMANENT - NOTHING PURGES     *
      *   IT - SO THE THRSIMUL WHAT-IF AND THRDRIFT DRIFT REPORTS CAN  *
      *   SET A SHIFT IN VOLUMES AGAINST THE CUTOFF CHANGES BEHIND     *
      *   IT.  ACTION "L" RECORDS A ROW LOADED FROM THE HAND-KEYED     *
      *   CARD WHEN THE MASTER WAS FIRST BUILT.  THE BEFORE IMAGE IS   *
      *   EMPTY (STATUS BLANK, VALUES ZERO) WHEN THE CATEGORY HAD NO   *
      *   EARLIER ROW, AS ON A LOAD OR A FIRST ADD, AND A              *
      *   RETIREMENT'S AFTER IMAGE CARRIES STATUS "R".                 *
      *                                                                *
      ******************************************************************
       01  THR-CLG-RECORD.
           05  THR-CLG-LOG-TS.
               10  THR-CLG-LOG-DATE    PIC 9(08).
               10  THR-CLG-LOG-TIME    PIC 9(08).
           05  THR-CLG-ACTION          PIC X(01).
               88  THR-CLG-ADD                VALUE "A".
               88  THR-CLG-CHANGE             VALUE "C".
               88  THR-CLG-RETIRE             VALUE "R".
               88  THR-CLG-LOAD               VALUE "L".
           05  THR-CLG-CATEGORY        PIC X(01).
           05  THR-CLG-EFF-DATE        PIC 9(08).
           05  THR-CLG-CHANGED-BY      PIC X(08).
           05  THR-CLG-REASON          PIC X(30).
           05  THR-CLG-BEFORE.
               10  THR-CLG-BEF-STATUS  PIC X(01).
               10  THR-CLG-BEF-THRESH  PIC 9(05).
               10  THR-CLG-BEF-MAX     PIC 9(05).
               10  THR-CLG-BEF-BAND    PIC 9(03).
               10  THR-CLG-BEF-MODE    PIC X(01).
           05  THR-CLG-AFTER.
               10  THR-CLG-AFT-STATUS  PIC X(01).
               10  THR-CLG-AFT-THRESH  PIC 9(05).
               10  THR-CLG-AFT-MAX     PIC 9(05).
               10  THR-CLG-AFT-BAND    PIC 9(03).
               10  THR-CLG-AFT-MODE    PIC X(01).
           05  FILLER                  PIC X(66).
