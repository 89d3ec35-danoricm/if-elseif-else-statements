      ******************************************************************
      *                                                                *
      *   THRAKYR - KEYED AUDIT TRAIL RECORD                           *
      *                                                                *
      *   THE KEYED COMPANION TO THE FLAT AUDIT TRAIL (THRAUDR) - A    *
      *   KSDS KEYED ON ACCOUNT ID, TIMESTAMP AND A SEQUENCE NUMBER,   *
      *   WRITTEN BY THE CLASSIFY RUN ALONGSIDE EVERY FLAT AUDIT       *
      *   RECORD, SO AN ACCOUNT- OR DATE-BOUNDED REQUEST CAN START     *
      *   AT THE FIRST RECORD IT NEEDS INSTEAD OF READING THE WHOLE    *
      *   TRAIL.  THE AUDIT IMAGE IS THE FLAT RECORD EXACTLY AS        *
      *   WRITTEN - READERS MOVE IT TO A THRAUDR WORK AREA.            *
      *                                                                *
      *   THE SEQUENCE NUMBER IS ZERO FOR THE FIRST RECORD AT A GIVEN  *
      *   ACCOUNT AND TIMESTAMP AND IS STEPPED ONLY WHEN A SECOND      *
      *   RECORD ARRIVES WITH THE SAME ACCOUNT AND TIMESTAMP.  THE     *
      *   RECORD FOR ONE FLAT AUDIT RECORD IS FOUND BY STARTING AT     *
      *   ITS ACCOUNT AND TIMESTAMP AND MATCHING THE AUDIT IMAGE.      *
      *                                                                *
      *   THRPURGE AND THRBKOUT DELETE THE RECORDS THEY SPLIT OFF THE  *
      *   FLAT TRAIL; THRAKYBL REBUILDS THE WHOLE FILE FROM IT.        *
      *                                                                *
      ******************************************************************
       01  THR-AKY-RECORD.
           05  THR-AKY-KEY.
               10  THR-AKY-ACCT-ID     PIC X(10).
               10  THR-AKY-POSITION.
                   15  THR-AKY-TIMESTAMP.
                       20  THR-AKY-TS-DATE PIC 9(08).
                       20  THR-AKY-TS-TIME PIC 9(08).
                   15  THR-AKY-SEQ     PIC 9(04).
           05  THR-AKY-AUDIT-IMAGE     PIC X(80).
           05  FILLER                  PIC X(10).
