      ******************************************************************
      *                                                                *
      *   THRCALR - PROCESSING CALENDAR RECORD                         *
      *                                                                *
      *   ONE RECORD PER CALENDAR DATE ON THE PROD.THRESH.CALENDAR     *
      *   KSDS, KEYED ON THE DATE, BUILT BY THE THRBDATE UTILITY FROM  *
      *   A DATE RANGE AND THE HOLIDAY LIST.  THE DAY TYPE SAYS        *
      *   WHETHER THE NIGHTLY STREAM PROCESSES THAT DATE: "B" A        *
      *   BUSINESS DAY, "W" A SATURDAY OR SUNDAY, "H" A HOLIDAY.  THE  *
      *   WEEKDAY RUNS 1 (MONDAY) TO 7 (SUNDAY).                       *
      *                                                                *
      *   THE BUSINESS-DAY NUMBER COUNTS THE BUSINESS DAYS FROM THE    *
      *   START OF THE CALENDAR UP TO AND INCLUDING THIS DATE - A      *
      *   WEEKEND OR HOLIDAY CARRIES THE NUMBER OF THE BUSINESS DAY    *
      *   BEFORE IT.  THE AGE OF AN ITEM IN BUSINESS DAYS IS THE       *
      *   BUSINESS DATE'S NUMBER LESS THE NUMBER OF THE ITEM'S DATE.   *
      *                                                                *
      *   RECORD LENGTH IS 80 BYTES, KEY LENGTH 8 AT OFFSET 0.         *
      *                                                                *
      ******************************************************************
       01  THR-CAL-RECORD.
           05  THR-CAL-KEY.
               10  THR-CAL-DATE        PIC 9(08).
           05  THR-CAL-DAY-TYPE        PIC X(01).
               88  THR-CAL-BUSINESS-DAY       VALUE "B".
               88  THR-CAL-WEEKEND            VALUE "W".
               88  THR-CAL-HOLIDAY            VALUE "H".
           05  THR-CAL-WEEKDAY         PIC 9(01).
           05  THR-CAL-BUS-DAY-NO      PIC 9(07).
           05  THR-CAL-DESC            PIC X(20).
           05  FILLER                  PIC X(43).
