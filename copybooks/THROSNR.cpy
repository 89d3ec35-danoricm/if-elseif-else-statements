      ******************************************************************
      *                                                                *
      *   THROSNR - OFFICER PORTFOLIO SNAPSHOT RECORD                  *
      *                                                                *
      *   ONE RECORD PER ACCOUNT, KEYED ON THE ACCOUNT ID, HOLDING     *
      *   THE VALUE AND CLASS THE WEEKLY THROFCPF PORTFOLIO RUN        *
      *   REPORTED FOR IT, SO THE NEXT RUN CAN SHOW THE CHANGE SINCE   *
      *   THE PRIOR WEEK.  THE CURRENT IMAGE IS THE LATEST RUN'S; THE  *
      *   PRIOR IMAGE IS THE RUN BEFORE IT.  A RUN ON A LATER DATE     *
      *   MOVES THE CURRENT IMAGE DOWN TO PRIOR BEFORE STORING ITS     *
      *   OWN; A RERUN ON THE SAME BUSINESS DATE COMPARES AGAINST THE  *
      *   PRIOR IMAGE AND LEAVES IT ALONE.  A PRIOR DATE OF ZERO MEANS *
      *   THE ACCOUNT HAS ONLY BEEN REPORTED ONCE.                     *
      *                                                                *
      ******************************************************************
       01  THR-OSN-RECORD.
           05  THR-OSN-ACCT-ID         PIC X(10).
           05  THR-OSN-CUR-DATE        PIC 9(08).
           05  THR-OSN-CUR-VALUE       PIC S9(05).
           05  THR-OSN-CUR-CLASS       PIC X(02).
           05  THR-OSN-PRV-DATE        PIC 9(08).
           05  THR-OSN-PRV-VALUE       PIC S9(05).
           05  THR-OSN-PRV-CLASS       PIC X(02).
           05  FILLER                  PIC X(40).
