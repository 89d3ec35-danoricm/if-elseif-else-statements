      ******************************************************************
      *                                                                *
      *   THRPCLR - ONLINE PRE-CHECK LOG RECORD                        *
      *                                                                *
      *   ONE RECORD APPENDED BY THRPRECK FOR EVERY PRE-CHECK KEYED AT *
      *   A BRANCH - THE ACCOUNT AND AMOUNT AS KEYED AND THE CLASS THE *
      *   THRCLSFY SERVICE SAID THE AMOUNT WOULD GET - SO THE AUDIT    *
      *   DESK CAN SEE WHAT WAS ASKED BEFORE A TRANSACTION WAS POSTED. *
      *   THE DATE IS THE BUSINESS DATE THE CHECK WAS MADE UNDER AND   *
      *   THE TIME IS THE CLOCK TIME.  AN AMOUNT THAT COULD NOT BE READ*
      *   IS LOGGED AS KEYED, WITH A ZERO VALUE AND RETURN CODE 01.    *
      *   THE RETURN CODE, CLASS AND ACCOUNT STATUS ARE THRCLSR'S.     *
      *                                                                *
      ******************************************************************
       01  THR-PCL-RECORD.
           05  THR-PCL-CHECK-TS.
               10  THR-PCL-CHECK-DATE  PIC 9(08).
               10  THR-PCL-CHECK-TIME  PIC 9(08).
           05  THR-PCL-ACCT-ID         PIC X(10).
           05  THR-PCL-AMOUNT-KEYED    PIC X(07).
           05  THR-PCL-VALUE           PIC S9(05).
           05  THR-PCL-RETURN-CODE     PIC 9(02).
           05  THR-PCL-CLASS-CODE      PIC X(02).
           05  THR-PCL-THRESHOLD       PIC 9(05).
           05  THR-PCL-ROW-CATEGORY    PIC X(01).
           05  THR-PCL-ACCT-STATUS     PIC X(01).
           05  THR-PCL-ACCT-NAME       PIC X(20).
           05  FILLER                  PIC X(11).
