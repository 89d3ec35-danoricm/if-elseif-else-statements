      *   DAYS, SO AN ITEM THE DESK MISSES CAN NO LONGER VANISH WHEN   *
      *   THE NEXT NIGHT'S WORKLIST PRINTS.                            *
      *                                                                *
      *   THE SOURCE BYTE TELLS THE DESK WHAT RAISED THE ITEM - SPACE  *
      *   FOR A THRNOTFY WO/OV ITEM, "S" FOR A THRSTRWT STRUCTURING-   *
      *   WATCH HIT.  ON A WATCH ITEM THE CLASS IS "NT", THE VALUE IS  *
      *   THE CUMULATIVE NT VALUE OVER THE WATCH WINDOW (CAPPED AT     *
      *   99999) AND THE EXCESS IS ZERO - NO SINGLE VALUE WAS OVER.    *
      *                                                                *
      ******************************************************************
       01  THR-DSP-RECORD.
           05  THR-DSP-KEY.
               88  THR-DSP-CLEARED            VALUE "C".
               88  THR-DSP-ESCALATED          VALUE "E".
           05  THR-DSP-DISP-DATE       PIC 9(08).
           05  THR-DSP-SOURCE          PIC X(01).
               88  THR-DSP-FROM-NOTIFY        VALUE SPACE.
               88  THR-DSP-FROM-WATCH         VALUE "S".
           05  FILLER                  PIC X(15).
