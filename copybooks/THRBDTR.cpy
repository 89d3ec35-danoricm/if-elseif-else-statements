      ******************************************************************
      *                                                                *
      *   THRBDTR - PROCESSING BUSINESS-DATE RECORD                    *
      *                                                                *
      *   THE ONE-RECORD PROD.THRESH.BUSINESS.DATE FILE CARRIES THE    *
      *   BUSINESS DATE THE NIGHTLY STREAM IS PROCESSING.  EVERY       *
      *   PROGRAM TAKES ITS RUN DATE FROM HERE RATHER THAN FROM THE    *
      *   SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A         *
      *   CATCH-UP RUN ON A LATER DAY IS STILL FILED UNDER THE         *
      *   BUSINESS DATE IT BELONGS TO.  ONLY THE THRBDATE UTILITY      *
      *   CHANGES IT - "SET" TO A GIVEN BUSINESS DAY, "ROLL" TO THE    *
      *   NEXT BUSINESS DAY ON THE THRCALR CALENDAR ONCE THE NIGHT     *
      *   HAS COMPLETED - STAMPING THE FUNCTION AND THE CLOCK TIME OF  *
      *   THE CHANGE.                                                  *
      *                                                                *
      *   THE BUSINESS-DAY NUMBER IS THE CALENDAR'S RUNNING COUNT OF   *
      *   BUSINESS DAYS UP TO THE BUSINESS DATE (THR-CAL-BUS-DAY-NO),  *
      *   SO AGING IN BUSINESS DAYS IS A SUBTRACTION.                  *
      *                                                                *
      ******************************************************************
       01  THR-BDT-RECORD.
           05  THR-BDT-BUS-DATE        PIC 9(08).
           05  THR-BDT-PRIOR-DATE      PIC 9(08).
           05  THR-BDT-BUS-DAY-NO      PIC 9(07).
           05  THR-BDT-CHANGE-FUNC     PIC X(05).
           05  THR-BDT-CHANGE-TS.
               10  THR-BDT-CHANGE-DATE PIC 9(08).
               10  THR-BDT-CHANGE-TIME PIC 9(08).
           05  FILLER                  PIC X(36).
