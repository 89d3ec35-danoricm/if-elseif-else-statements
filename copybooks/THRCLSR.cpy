      ******************************************************************
      *                                                                *
      *   THRCLSR - CLASSIFICATION SERVICE PARAMETER BLOCK             *
      *                                                                *
      *   PASSED ON EVERY CALL TO THRCLSFY, THE ONE PLACE THE          *
      *   THRESHOLD BANDS ARE APPLIED.  THE CALLER FILLS THE REQUEST   *
      *   PART AND THRCLSFY FILLS THE RESULT PART.  FUNCTIONS:         *
      *                                                                *
      *     C  CLASSIFY AN ACCOUNT'S VALUE - THE ACCOUNT IS LOOKED     *
      *        UP ON THE THRACT MASTER, ITS CATEGORY SELECTS THE       *
      *        THRCTL ROW ("*" ROW WHEN IT HAS NONE OF ITS OWN OR IS   *
      *        NOT ON THE MASTER) AND THE VALUE IS BANDED.             *
      *     K  CLASSIFY A VALUE UNDER THE CATEGORY GIVEN, WITHOUT THE  *
      *        MASTER LOOKUP - FOR A RECORD ALREADY CARRYING ITS       *
      *        CATEGORY FROM THE NIGHT IT WAS CLASSIFIED.              *
      *     R  RETURN CONTROL ROW N (1 UP) AS LOADED, WITH THE ROW     *
      *        COUNT AND THE RUN'S PROCESSING MODE - SO A CALLER CAN   *
      *        KEEP PER-ROW COUNTS UNDER THE SAME ROW NUMBERS THE      *
      *        CLASSIFY FUNCTIONS RETURN.                              *
      *     E  END - CLOSE THE CONTROL AND MASTER FILES.               *
      *                                                                *
      *   RETURN CODES - 00 CLASSIFIED; 01 VALUE NOT NUMERIC (NO       *
      *   CLASS); 02 VALUE BEYOND THE ROW'S MAX IN EITHER DIRECTION;   *
      *   03 ACCOUNT ID BLANK; 04 NO SUCH CONTROL ROW; 08 UNKNOWN      *
      *   FUNCTION; 16 THE CONTROL FILE OR ACCOUNT MASTER COULD NOT    *
      *   BE LOADED (THE REASON IS DISPLAYED ONCE ON SYSOUT).  ON 02   *
      *   AND 03 THE CLASS IS STILL SET, SO AN ACCOUNT-LEVEL NET       *
      *   TOTAL CAN BE BANDED; 01 THROUGH 03 MATCH THE CLASSIFIER'S    *
      *   REJECT REASON CODES.                                         *
      *                                                                *
      *   THE ACCOUNT STATUS IS THE MASTER'S ("O" OPEN, "C" CLOSED),   *
      *   OR "N" WHEN THE ACCOUNT IS NOT ON THE MASTER.  IT, THE NAME, *
      *   BRANCH AND CATEGORY ARE SET BY FUNCTION C ONLY.              *
      *                                                                *
      *   A CALLER HOLDING A VALUE THAT MAY NOT BE NUMERIC PASSES IT   *
      *   THROUGH THR-CLS-VALUE-X, SO IT REACHES THE NUMERIC CHECK     *
      *   EXACTLY AS RECEIVED.                                         *
      *                                                                *
      ******************************************************************
       01  THR-CLS-PARMS.
           05  THR-CLS-REQUEST.
               10  THR-CLS-FUNCTION    PIC X(01).
                   88  THR-CLS-FN-CLASSIFY        VALUE "C".
                   88  THR-CLS-FN-CATEGORY        VALUE "K".
                   88  THR-CLS-FN-ROW             VALUE "R".
                   88  THR-CLS-FN-END             VALUE "E".
               10  THR-CLS-ACCT-ID     PIC X(10).
               10  THR-CLS-VALUE       PIC S9(05).
               10  THR-CLS-VALUE-X     REDEFINES THR-CLS-VALUE
                                       PIC X(05).
               10  THR-CLS-IN-CATEGORY PIC X(01).
               10  THR-CLS-ROW-NUMBER  PIC 9(02).
           05  THR-CLS-RESULT.
               10  THR-CLS-RETURN-CODE PIC 9(02).
                   88  THR-CLS-OK                 VALUE 00.
                   88  THR-CLS-NOT-NUMERIC        VALUE 01.
                   88  THR-CLS-OUT-OF-RANGE       VALUE 02.
                   88  THR-CLS-NO-ACCT-ID         VALUE 03.
                   88  THR-CLS-NO-SUCH-ROW        VALUE 04.
                   88  THR-CLS-BAD-FUNCTION       VALUE 08.
                   88  THR-CLS-SETUP-FAILED       VALUE 16.
               10  THR-CLS-CLASS-CODE  PIC X(02).
               10  THR-CLS-ROW-SLOT    PIC 9(02).
               10  THR-CLS-ROW-CATEGORY PIC X(01).
               10  THR-CLS-THRESHOLD   PIC 9(05).
               10  THR-CLS-MAX-VALUE   PIC 9(05).
               10  THR-CLS-BAND-WIDTH  PIC 9(03).
               10  THR-CLS-ROW-COUNT   PIC 9(02).
               10  THR-CLS-PROC-MODE   PIC X(01).
               10  THR-CLS-ACCT-STATUS PIC X(01).
                   88  THR-CLS-ACCT-OPEN          VALUE "O".
                   88  THR-CLS-ACCT-CLOSED        VALUE "C".
                   88  THR-CLS-ACCT-NOT-FOUND     VALUE "N".
               10  THR-CLS-ACCT-NAME   PIC X(20).
               10  THR-CLS-ACCT-BRANCH PIC X(05).
               10  THR-CLS-ACCT-CATEGORY PIC X(01).
