000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THRPRECK.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   ONLINE CLASSIFICATION PRE-CHECK.  BRANCH STAFF KEY AN        *
001000*   ACCOUNT NUMBER AND AN AMOUNT BEFORE POSTING, AND THE         *
001100*   PROGRAM SHOWS THE CLASS THE NIGHTLY CLASSIFIER WOULD GIVE    *
001200*   IT - THE SAME THRCLSFY SERVICE, ACCOUNT-MASTER LOOKUP AND    *
001300*   THRCTL CONTROL ROWS IFELSEIFELSE USES - WITH THE THRESHOLD   *
001400*   AND CONTROL ROW THAT APPLIED AND THE ACCOUNT'S STATUS AND    *
001500*   NAME ON THE MASTER.  NOTHING IS POSTED OR UPDATED.           *
001600*                                                                *
001700*   EACH LINE KEYED CARRIES THE ACCOUNT NUMBER IN COLUMNS 1-10   *
001800*   AND THE AMOUNT IN COLUMNS 12-18: AN OPTIONAL LEADING "+" OR  *
001900*   "-" AND ONE TO FIVE DIGITS, WHOLE UNITS, PLACED ANYWHERE IN  *
002000*   THE FIELD.  KEY "END" OR A BLANK LINE TO LEAVE.  RUNS UNDER  *
002100*   TSO, OR IN BATCH WITH THE LINES KEYED ON SYSIN.              *
002200*                                                                *
002300*   EVERY PRE-CHECK, INCLUDING ONE WITH AN AMOUNT THAT COULD     *
002400*   NOT BE READ, IS APPENDED TO THE THRPCL PRE-CHECK LOG         *
002500*   (THRPCLR LAYOUT) UNDER THE BUSINESS DATE, SO THE AUDIT DESK  *
002600*   CAN SEE WHAT WAS ASKED BEFORE POSTING.  IF THE LOG, THE      *
002700*   BUSINESS DATE OR THE CONTROL ROWS CANNOT BE HAD, NO          *
002800*   PRE-CHECK IS ANSWERED AND THE PROGRAM ENDS WITH RC 16.       *
002900*                                                                *
003000******************************************************************
003100*                  MODIFICATION HISTORY                         *
003200******************************************************************
003300* 2026-10-15 DM  INITIAL VERSION.                                *
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BUSDATE-IN  ASSIGN TO THRBDT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-THRBDT-STATUS.
004500
004600     SELECT PRECHECK-LOG ASSIGN TO THRPCL
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-THRPCL-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  BUSDATE-IN
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY THRBDTR.
005600
005700 FD  PRECHECK-LOG
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY THRPCLR.
006100
006200 WORKING-STORAGE SECTION.
006300******************************************************************
006400*    FILE STATUS FIELDS                                         *
006500******************************************************************
006600 01  WS-FILE-STATUSES.
006700     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
006800         88  WS-THRBDT-OK                   VALUE "00".
006900     05  WS-THRPCL-STATUS        PIC X(02) VALUE "00".
007000         88  WS-THRPCL-OK                   VALUE "00".
007100
007200******************************************************************
007300*    PROGRAM SWITCHES                                           *
007400******************************************************************
007500 01  WS-SWITCHES.
007600     05  WS-DONE-SW              PIC X(01) VALUE "N".
007700         88  WS-DONE                        VALUE "Y".
007800     05  WS-FATAL-SW             PIC X(01) VALUE "N".
007900         88  WS-FATAL-ERROR                 VALUE "Y".
008000     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
008100         88  WS-LOG-OPEN                    VALUE "Y".
008200     05  WS-AMT-VALID-SW         PIC X(01) VALUE "Y".
008300         88  WS-AMT-VALID                   VALUE "Y".
008400         88  WS-AMT-NOT-VALID               VALUE "N".
008500     05  WS-AMT-PHASE-SW         PIC X(01) VALUE "L".
008600         88  WS-AMT-IN-LEADING              VALUE "L".
008700         88  WS-AMT-AFTER-SIGN              VALUE "S".
008800         88  WS-AMT-IN-DIGITS               VALUE "D".
008900         88  WS-AMT-IN-TRAILING             VALUE "T".
009000     05  WS-AMT-SIGN-SW          PIC X(01) VALUE "+".
009100         88  WS-AMT-NEGATIVE                VALUE "-".
009200
009300******************************************************************
009400*    OPERATOR INPUT AREA - ACCOUNT IN COLUMNS 1-10, AMOUNT IN    *
009500*    COLUMNS 12-18                                               *
009600******************************************************************
009700 01  WS-PCK-INPUT.
009800     05  WS-PCK-ACCT-ID          PIC X(10).
009900     05  FILLER                  PIC X(01).
010000     05  WS-PCK-AMOUNT           PIC X(07).
010100     05  WS-PCK-AMOUNT-R         REDEFINES WS-PCK-AMOUNT.
010200         10  WS-PCK-AMT-CHAR     PIC X(01) OCCURS 7 TIMES.
010300     05  FILLER                  PIC X(62).
010400
010500******************************************************************
010600*    AMOUNT SCAN - ONE CHARACTER AT A TIME, ACCUMULATING THE     *
010700*    DIGITS INTO WS-AMT-WORK                                     *
010800******************************************************************
010900 01  WS-AMT-SUB                  PIC 9(02) COMP VALUE ZERO.
011000 01  WS-AMT-DIGITS               PIC 9(02) COMP VALUE ZERO.
011100 01  WS-AMT-WORK                 PIC 9(05) VALUE ZERO.
011200 01  WS-AMT-VALUE                PIC S9(05) VALUE ZERO.
011300 01  WS-AMT-CHAR                 PIC X(01) VALUE SPACE.
011400 01  WS-AMT-DIGIT                REDEFINES WS-AMT-CHAR
011500                                 PIC 9(01).
011600
011700 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
011800 01  WS-CHECK-TIME               PIC 9(08) VALUE ZERO.
011900 01  WS-CHECKS-LOGGED            PIC 9(07) COMP VALUE ZERO.
012000
012100 01  WS-DSP-VALUE                PIC +ZZZZ9.
012200 01  WS-DSP-THRESHOLD            PIC ZZZZ9.
012300 01  WS-DSP-MAX-VALUE            PIC ZZZZ9.
012400 01  WS-DSP-COUNT                PIC Z,ZZZ,ZZ9.
012500
012600******************************************************************
012700*    CLASSIFICATION SERVICE PARAMETER BLOCK                     *
012800******************************************************************
012900     COPY THRCLSR.
013000
013100 PROCEDURE DIVISION.
013200******************************************************************
013300* 0000-MAINLINE                                                 *
013400******************************************************************
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013700     IF WS-FATAL-ERROR
013800         PERFORM 9000-TERMINATE THRU 9000-EXIT
013900         DISPLAY "THRPRECK - TERMINATING - SETUP FAILED"
014000         MOVE 0016 TO RETURN-CODE
014100         STOP RUN
014200     END-IF.
014300     PERFORM 2000-PRECHECK-ONE-AMOUNT THRU 2000-EXIT
014400         UNTIL WS-DONE.
014500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014600     IF WS-FATAL-ERROR
014700         MOVE 0016 TO RETURN-CODE
014800     ELSE
014900         MOVE 0000 TO RETURN-CODE
015000     END-IF.
015100     STOP RUN.
015200
015300******************************************************************
015400* 1000-INITIALIZE - TAKE THE BUSINESS DATE, OPEN THE LOG FOR     *
015500*    APPEND AND HAVE THRCLSFY LOAD THE CONTROL ROWS              *
015600******************************************************************
015700 1000-INITIALIZE.
015800     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
015900     IF WS-FATAL-ERROR
016000         GO TO 1000-EXIT
016100     END-IF.
016200     OPEN EXTEND PRECHECK-LOG.
016300     IF NOT WS-THRPCL-OK
016400         DISPLAY "THRPRECK - OPEN ERROR ON PRECHECK-LOG "
016500             WS-THRPCL-STATUS
016600         SET WS-FATAL-ERROR TO TRUE
016700         GO TO 1000-EXIT
016800     END-IF.
016900     SET WS-LOG-OPEN TO TRUE.
017000     PERFORM 1050-LOAD-CONTROL-TABLE THRU 1050-EXIT.
017100 1000-EXIT.
017200     EXIT.
017300
017400******************************************************************
017500* 1010-READ-BUSINESS-DATE - TAKE THE LOG DATE FROM THE THRBDT    *
017600*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK           *
017700******************************************************************
017800 1010-READ-BUSINESS-DATE.
017900     OPEN INPUT BUSDATE-IN.
018000     IF NOT WS-THRBDT-OK
018100         DISPLAY "THRPRECK - OPEN ERROR ON BUSDATE-IN "
018200             WS-THRBDT-STATUS
018300         SET WS-FATAL-ERROR TO TRUE
018400         GO TO 1010-EXIT
018500     END-IF.
018600     READ BUSDATE-IN
018700         AT END
018800             MOVE ZERO TO THR-BDT-BUS-DATE
018900     END-READ.
019000     IF THR-BDT-BUS-DATE IS NOT NUMERIC
019100         OR THR-BDT-BUS-DATE = ZERO
019200         DISPLAY "THRPRECK - NO BUSINESS DATE ON BUSDATE-IN"
019300         SET WS-FATAL-ERROR TO TRUE
019400     ELSE
019500         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
019600     END-IF.
019700     CLOSE BUSDATE-IN.
019800 1010-EXIT.
019900     EXIT.
020000
020100******************************************************************
020200* 1050-LOAD-CONTROL-TABLE - HAVE THRCLSFY LOAD AND VALIDATE THE  *
020300*    THRCTL ROWS NOW, SO A BAD CONTROL FILE IS REPORTED BEFORE   *
020400*    THE FIRST PROMPT.  ROW 1 IS ASKED FOR ONLY TO TRIGGER THE   *
020500*    LOAD.                                                       *
020600******************************************************************
020700 1050-LOAD-CONTROL-TABLE.
020800     MOVE "R" TO THR-CLS-FUNCTION.
020900     MOVE 1   TO THR-CLS-ROW-NUMBER.
021000     CALL "THRCLSFY" USING THR-CLS-PARMS.
021100     IF NOT THR-CLS-OK
021200         DISPLAY "THRPRECK - CONTROL ROWS NOT LOADED - "
021300             "THRCLSFY RETURN CODE " THR-CLS-RETURN-CODE
021400         SET WS-FATAL-ERROR TO TRUE
021500     END-IF.
021600 1050-EXIT.
021700     EXIT.
021800
021900******************************************************************
022000* 2000-PRECHECK-ONE-AMOUNT - PROMPT FOR AN ACCOUNT AND AMOUNT,   *
022100*    SHOW THE CLASS IT WOULD GET AND LOG THE PRE-CHECK           *
022200******************************************************************
022300 2000-PRECHECK-ONE-AMOUNT.
022400     DISPLAY "THRPRECK - ENTER ACCOUNT NUMBER (COLS 1-10) AND "
022500         "AMOUNT (COLS 12-18), END TO QUIT".
022600     MOVE SPACES TO WS-PCK-INPUT.
022700     ACCEPT WS-PCK-INPUT.
022800     IF WS-PCK-ACCT-ID = "END" OR WS-PCK-ACCT-ID = SPACES
022900         SET WS-DONE TO TRUE
023000         GO TO 2000-EXIT
023100     END-IF.
023200     PERFORM 2100-PARSE-AMOUNT THRU 2100-EXIT.
023300     PERFORM 2200-CLASSIFY-AMOUNT THRU 2200-EXIT.
023400     IF WS-FATAL-ERROR
023500         SET WS-DONE TO TRUE
023600         GO TO 2000-EXIT
023700     END-IF.
023800     PERFORM 2300-SHOW-RESULT THRU 2300-EXIT.
023900     PERFORM 2400-LOG-PRECHECK THRU 2400-EXIT.
024000 2000-EXIT.
024100     EXIT.
024200
024300******************************************************************
024400* 2100-PARSE-AMOUNT - READ THE KEYED AMOUNT: OPTIONAL LEADING    *
024500*    SPACES, AN OPTIONAL "+" OR "-", ONE TO FIVE DIGITS, THEN    *
024600*    OPTIONAL TRAILING SPACES.  ANYTHING ELSE IS NOT VALID.      *
024700******************************************************************
024800 2100-PARSE-AMOUNT.
024900     SET WS-AMT-VALID       TO TRUE.
025000     SET WS-AMT-IN-LEADING  TO TRUE.
025100     MOVE "+"  TO WS-AMT-SIGN-SW.
025200     MOVE ZERO TO WS-AMT-DIGITS.
025300     MOVE ZERO TO WS-AMT-WORK.
025400     MOVE ZERO TO WS-AMT-VALUE.
025500     PERFORM 2110-SCAN-AMOUNT-CHAR THRU 2110-EXIT
025600         VARYING WS-AMT-SUB FROM 1 BY 1
025700         UNTIL WS-AMT-SUB > 7 OR WS-AMT-NOT-VALID.
025800     IF WS-AMT-DIGITS = ZERO
025900         SET WS-AMT-NOT-VALID TO TRUE
026000     END-IF.
026100     IF WS-AMT-NOT-VALID
026200         GO TO 2100-EXIT
026300     END-IF.
026400     IF WS-AMT-NEGATIVE
026500         COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-WORK
026600     ELSE
026700         MOVE WS-AMT-WORK TO WS-AMT-VALUE
026800     END-IF.
026900 2100-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300* 2110-SCAN-AMOUNT-CHAR - TAKE ONE CHARACTER OF THE AMOUNT       *
027400******************************************************************
027500 2110-SCAN-AMOUNT-CHAR.
027600     MOVE WS-PCK-AMT-CHAR (WS-AMT-SUB) TO WS-AMT-CHAR.
027700     IF WS-AMT-CHAR = SPACE
027800         IF WS-AMT-AFTER-SIGN
027900             SET WS-AMT-NOT-VALID TO TRUE
028000         END-IF
028100         IF WS-AMT-IN-DIGITS
028200             SET WS-AMT-IN-TRAILING TO TRUE
028300         END-IF
028400         GO TO 2110-EXIT
028500     END-IF.
028600     IF WS-AMT-CHAR = "+" OR WS-AMT-CHAR = "-"
028700         IF WS-AMT-IN-LEADING
028800             MOVE WS-AMT-CHAR TO WS-AMT-SIGN-SW
028900             SET WS-AMT-AFTER-SIGN TO TRUE
029000         ELSE
029100             SET WS-AMT-NOT-VALID TO TRUE
029200         END-IF
029300         GO TO 2110-EXIT
029400     END-IF.
029500     IF WS-AMT-CHAR IS NOT NUMERIC
029600         OR WS-AMT-IN-TRAILING
029700         OR WS-AMT-DIGITS = 5
029800         SET WS-AMT-NOT-VALID TO TRUE
029900         GO TO 2110-EXIT
030000     END-IF.
030100     SET WS-AMT-IN-DIGITS TO TRUE.
030200     ADD 1 TO WS-AMT-DIGITS.
030300     COMPUTE WS-AMT-WORK = WS-AMT-WORK * 10 + WS-AMT-DIGIT.
030400 2110-EXIT.
030500     EXIT.
030600
030700******************************************************************
030800* 2200-CLASSIFY-AMOUNT - HAVE THRCLSFY LOOK THE ACCOUNT UP AND   *
030900*    BAND THE AMOUNT.  AN AMOUNT THAT COULD NOT BE READ GOES     *
031000*    ACROSS AS SPACES, SO THE SERVICE ANSWERS "NOT NUMERIC" AS   *
031100*    THE NIGHTLY RUN WOULD.                                      *
031200******************************************************************
031300 2200-CLASSIFY-AMOUNT.
031400     MOVE "C" TO THR-CLS-FUNCTION.
031500     MOVE WS-PCK-ACCT-ID TO THR-CLS-ACCT-ID.
031600     IF WS-AMT-VALID
031700         MOVE WS-AMT-VALUE TO THR-CLS-VALUE
031800     ELSE
031900         MOVE SPACES TO THR-CLS-VALUE-X
032000     END-IF.
032100     CALL "THRCLSFY" USING THR-CLS-PARMS.
032200     IF THR-CLS-SETUP-FAILED
032300         DISPLAY "THRPRECK - ACCOUNT MASTER NOT AVAILABLE - "
032400             "THRCLSFY RETURN CODE " THR-CLS-RETURN-CODE
032500         SET WS-FATAL-ERROR TO TRUE
032600     END-IF.
032700 2200-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100* 2300-SHOW-RESULT - DISPLAY THE ACCOUNT, THE CLASS AND THE      *
033200*    CONTROL ROW THAT APPLIED                                    *
033300******************************************************************
033400 2300-SHOW-RESULT.
033500     IF THR-CLS-ACCT-NOT-FOUND
033600         DISPLAY "ACCOUNT:   " WS-PCK-ACCT-ID
033700             "  NOT ON THE ACCOUNT MASTER - DEFAULT ROW APPLIES"
033800     ELSE
033900         DISPLAY "ACCOUNT:   " WS-PCK-ACCT-ID
034000             "  " THR-CLS-ACCT-NAME
034100             "  STATUS " THR-CLS-ACCT-STATUS
034200             "  CATEGORY " THR-CLS-ACCT-CATEGORY
034300     END-IF.
034400     IF THR-CLS-NOT-NUMERIC
034500         DISPLAY "PRE-CHECK: AMOUNT " WS-PCK-AMOUNT
034600             " NOT VALID - KEY AN OPTIONAL SIGN AND UP TO "
034700             "FIVE DIGITS IN COLS 12-18"
034800         GO TO 2300-EXIT
034900     END-IF.
035000     MOVE WS-AMT-VALUE      TO WS-DSP-VALUE.
035100     MOVE THR-CLS-THRESHOLD TO WS-DSP-THRESHOLD.
035200     MOVE THR-CLS-MAX-VALUE TO WS-DSP-MAX-VALUE.
035300     DISPLAY "PRE-CHECK: VALUE " WS-DSP-VALUE
035400         "  CLASS " THR-CLS-CLASS-CODE
035500         "  THRESHOLD " WS-DSP-THRESHOLD
035600         "  CONTROL ROW " THR-CLS-ROW-CATEGORY.
035700     IF THR-CLS-OUT-OF-RANGE
035800         DISPLAY "REJECTED:  YES - BEYOND THE ROW MAXIMUM OF "
035900             WS-DSP-MAX-VALUE " - REASON 02"
036000     ELSE
036100         DISPLAY "REJECTED:  NO"
036200     END-IF.
036300     IF THR-CLS-ACCT-CLOSED
036400         DISPLAY "NOTE:      ACCOUNT IS CLOSED ON THE MASTER"
036500     END-IF.
036600 2300-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000* 2400-LOG-PRECHECK - APPEND THE PRE-CHECK TO THE THRPCL LOG     *
037100******************************************************************
037200 2400-LOG-PRECHECK.
037300     MOVE SPACES TO THR-PCL-RECORD.
037400     ACCEPT WS-CHECK-TIME FROM TIME.
037500     MOVE WS-RUN-DATE-CCYYMMDD  TO THR-PCL-CHECK-DATE.
037600     MOVE WS-CHECK-TIME         TO THR-PCL-CHECK-TIME.
037700     MOVE WS-PCK-ACCT-ID        TO THR-PCL-ACCT-ID.
037800     MOVE WS-PCK-AMOUNT         TO THR-PCL-AMOUNT-KEYED.
037900     MOVE WS-AMT-VALUE          TO THR-PCL-VALUE.
038000     MOVE THR-CLS-RETURN-CODE   TO THR-PCL-RETURN-CODE.
038100     MOVE THR-CLS-CLASS-CODE    TO THR-PCL-CLASS-CODE.
038200     MOVE THR-CLS-THRESHOLD     TO THR-PCL-THRESHOLD.
038300     MOVE THR-CLS-ROW-CATEGORY  TO THR-PCL-ROW-CATEGORY.
038400     MOVE THR-CLS-ACCT-STATUS   TO THR-PCL-ACCT-STATUS.
038500     MOVE THR-CLS-ACCT-NAME     TO THR-PCL-ACCT-NAME.
038600     WRITE THR-PCL-RECORD.
038700     IF NOT WS-THRPCL-OK
038800         DISPLAY "THRPRECK - WRITE ERROR ON PRECHECK-LOG "
038900             WS-THRPCL-STATUS " - NO FURTHER PRE-CHECKS TAKEN"
039000         SET WS-FATAL-ERROR TO TRUE
039100         SET WS-DONE TO TRUE
039200         GO TO 2400-EXIT
039300     END-IF.
039400     ADD 1 TO WS-CHECKS-LOGGED.
039500 2400-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900* 9000-TERMINATE - RELEASE THE SERVICE'S FILES, CLOSE THE LOG    *
040000******************************************************************
040100 9000-TERMINATE.
040200     MOVE "E" TO THR-CLS-FUNCTION.
040300     CALL "THRCLSFY" USING THR-CLS-PARMS.
040400     IF WS-LOG-OPEN
040500         CLOSE PRECHECK-LOG
040600     END-IF.
040700     MOVE WS-CHECKS-LOGGED TO WS-DSP-COUNT.
040800     DISPLAY "THRPRECK - PRE-CHECKS LOGGED: " WS-DSP-COUNT.
040900 9000-EXIT.
041000     EXIT.
