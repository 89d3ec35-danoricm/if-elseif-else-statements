000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THRCLSFY.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   THIS SUBPROGRAM IS THE THRESHOLD CLASSIFICATION SERVICE -    *
001000*   THE ONE COPY OF THE BAND RULES, CALLED BY THE NIGHTLY        *
001100*   CLASSIFIER (IFELSEIFELSE), THE WHAT-IF SIMULATOR (THRSIMUL), *
001200*   THE REVIEW-DESK FEED (THRNOTFY) AND THE ONLINE PRE-CHECK     *
001300*   (THRPRECK), SO THE PROGRAMS CAN NEVER BAND A VALUE           *
001400*   DIFFERENTLY.  THE CALLER PASSES THE THRCLSR PARAMETER        *
001500*   BLOCK; THE FUNCTIONS AND RETURN CODES ARE DESCRIBED THERE.   *
001600*                                                                *
001700*   ON THE FIRST CALL THE THRCTL CONTROL ROWS ARE LOADED AND     *
001800*   VALIDATED EXACTLY AS THE CLASSIFIER ALWAYS DID - A GARBLED   *
001900*   ROW, A MISSING "*" DEFAULT ROW OR AN INVALID PROCESSING      *
002000*   MODE FAILS THE LOAD AND EVERY CALL THEN RETURNS CODE 16.     *
002100*   THE THRACT ACCOUNT MASTER IS OPENED ON THE FIRST ACCOUNT     *
002200*   CLASSIFICATION, SO A CALLER THAT ONLY CLASSIFIES BY          *
002300*   CATEGORY NEED NOT ALLOCATE IT.  BOTH FILES STAY WITH THE     *
002400*   CALLER'S DD NAMES THRCTL AND THRACT.                         *
002500*                                                                *
002600*   THE BANDS, FOR THE ROW SELECTED:                             *
002700*      AT  THE VALUE EQUALS THE THRESHOLD                        *
002800*      NT  UNDER IT BY NO MORE THAN THE BAND WIDTH               *
002900*      WU  UNDER IT BY MORE THAN THE BAND WIDTH                  *
003000*      OV  OVER IT BY NO MORE THAN THE BAND WIDTH                *
003100*      WO  OVER IT BY MORE THAN THE BAND WIDTH                   *
003200*                                                                *
003300******************************************************************
003400*                  MODIFICATION HISTORY                          *
003500******************************************************************
003600* 2026-10-15 DM  INITIAL VERSION - ACCOUNT LOOKUP, CONTROL-ROW   *
003700*                SELECTION AND BANDING TAKEN OUT OF IFELSEIFELSE *
003800*                INTO A CALLABLE MODULE.                         *
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CONTROL-IN  ASSIGN TO THRCTL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-THRCTL-STATUS.
005000
005100     SELECT ACCT-MST    ASSIGN TO THRACT
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS THR-ACT-ACCT-ID
005500         FILE STATUS IS WS-THRACT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CONTROL-IN
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY THRCTLR.
006300
006400 FD  ACCT-MST
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY THRACTR.
006800
006900 WORKING-STORAGE SECTION.
007000******************************************************************
007100*    FILE STATUS FIELDS                                          *
007200******************************************************************
007300 01  WS-FILE-STATUSES.
007400     05  WS-THRCTL-STATUS        PIC X(02) VALUE "00".
007500         88  WS-THRCTL-OK                   VALUE "00".
007600     05  WS-THRACT-STATUS        PIC X(02) VALUE "00".
007700         88  WS-THRACT-OK                   VALUE "00".
007800
007900******************************************************************
008000*    PROGRAM SWITCHES - THESE PERSIST FROM CALL TO CALL          *
008100******************************************************************
008200 01  WS-SWITCHES.
008300     05  WS-LOADED-SW            PIC X(01) VALUE "N".
008400         88  WS-TABLE-LOADED                VALUE "Y".
008500         88  WS-TABLE-NOT-LOADED            VALUE "N".
008600     05  WS-FATAL-SW             PIC X(01) VALUE "N".
008700         88  WS-FATAL-ERROR                 VALUE "Y".
008800     05  WS-ACT-OPEN-SW          PIC X(01) VALUE "N".
008900         88  WS-ACT-OPEN                    VALUE "Y".
009000         88  WS-ACT-CLOSED                  VALUE "N".
009100     05  WS-CTL-EOF-SW           PIC X(01) VALUE "N".
009200         88  WS-CTL-EOF                     VALUE "Y".
009300     05  WS-CTL-DEFAULT-SW       PIC X(01) VALUE "N".
009400         88  WS-CTL-DEFAULT-SEEN            VALUE "Y".
009500
009600******************************************************************
009700*    CONTROL TABLE LOADED FROM THRCTL - ONE ROW PER ACCOUNT      *
009800*    CATEGORY, IN FILE ORDER.  THE "*" ROW IS THE DEFAULT FOR    *
009900*    CATEGORIES WITH NO ROW OF THEIR OWN.  THE PROCESSING MODE   *
010000*    IS TAKEN FROM THE FIRST ROW ONLY.                           *
010100******************************************************************
010200 01  WS-CTL-TABLE-MAX            PIC 9(02) COMP VALUE 10.
010300 01  WS-CTL-COUNT                PIC 9(02) COMP VALUE ZERO.
010400 01  WS-CTL-SELECTED             PIC 9(02) COMP VALUE ZERO.
010500 01  WS-CTL-DEFAULT-SLOT         PIC 9(02) COMP VALUE ZERO.
010600 01  WS-CTL-TABLE.
010700     05  WS-CTL-ENTRY            OCCURS 10 TIMES
010800                                 INDEXED BY CTL-IDX.
010900         10  WS-CTL-CATEGORY     PIC X(01).
011000         10  WS-CTL-THRESHOLD    PIC 9(05).
011100         10  WS-CTL-MAX-VALUE    PIC 9(05).
011200         10  WS-CTL-BAND-WIDTH   PIC 9(03).
011300 01  WS-PROC-MODE                PIC X(01) VALUE "T".
011400
011500******************************************************************
011600*    CONTROL VALUES FOR THE ROW SELECTED FOR THE CURRENT CALL    *
011700******************************************************************
011800 01  WS-SEL-CATEGORY             PIC X(01) VALUE SPACE.
011900 01  WS-THRESHOLD                PIC 9(05) VALUE ZERO.
012000 01  WS-MAX-VALID-VALUE          PIC 9(05) VALUE ZERO.
012100 01  WS-MIN-VALID-VALUE          PIC S9(05) VALUE ZERO.
012200 01  WS-BAND-WIDTH               PIC 9(03) VALUE ZERO.
012300
012400 LINKAGE SECTION.
012500     COPY THRCLSR.
012600
012700 PROCEDURE DIVISION USING THR-CLS-PARMS.
012800******************************************************************
012900* 0000-MAINLINE - LOAD THE CONTROL TABLE ON THE FIRST CALL,      *
013000*    THEN CARRY OUT THE FUNCTION REQUESTED                       *
013100******************************************************************
013200 0000-MAINLINE.
013300     INITIALIZE THR-CLS-RESULT.
013400     IF THR-CLS-FN-END
013500         PERFORM 9000-TERMINATE THRU 9000-EXIT
013600         GOBACK
013700     END-IF.
013800     IF WS-TABLE-NOT-LOADED
013900         AND NOT WS-FATAL-ERROR
014000         PERFORM 1000-INITIALIZE THRU 1000-EXIT
014100     END-IF.
014200     IF WS-FATAL-ERROR
014300         SET THR-CLS-SETUP-FAILED TO TRUE
014400         GOBACK
014500     END-IF.
014600     MOVE WS-CTL-COUNT TO THR-CLS-ROW-COUNT.
014700     MOVE WS-PROC-MODE TO THR-CLS-PROC-MODE.
014800     EVALUATE TRUE
014900         WHEN THR-CLS-FN-CLASSIFY
015000             PERFORM 2000-CLASSIFY-ACCOUNT THRU 2000-EXIT
015100         WHEN THR-CLS-FN-CATEGORY
015200             PERFORM 2100-CLASSIFY-CATEGORY THRU 2100-EXIT
015300         WHEN THR-CLS-FN-ROW
015400             PERFORM 3000-RETURN-ROW THRU 3000-EXIT
015500         WHEN OTHER
015600             SET THR-CLS-BAD-FUNCTION TO TRUE
015700     END-EVALUATE.
015800     GOBACK.
015900
016000******************************************************************
016100* 1000-INITIALIZE - LOAD AND VALIDATE THE CONTROL ROWS           *
016200******************************************************************
016300 1000-INITIALIZE.
016400     MOVE ZERO TO WS-CTL-COUNT.
016500     MOVE ZERO TO WS-CTL-DEFAULT-SLOT.
016600     MOVE "N"  TO WS-CTL-EOF-SW.
016700     MOVE "N"  TO WS-CTL-DEFAULT-SW.
016800     MOVE "T"  TO WS-PROC-MODE.
016900     OPEN INPUT CONTROL-IN.
017000     IF NOT WS-THRCTL-OK
017100         DISPLAY "THRCLSFY - OPEN ERROR ON CONTROL-IN "
017200             WS-THRCTL-STATUS
017300         SET WS-FATAL-ERROR TO TRUE
017400         GO TO 1000-EXIT
017500     END-IF.
017600     PERFORM 1050-LOAD-CONTROL-TABLE THRU 1050-EXIT.
017700     CLOSE CONTROL-IN.
017800     IF NOT WS-FATAL-ERROR
017900         SET WS-TABLE-LOADED TO TRUE
018000     END-IF.
018100 1000-EXIT.
018200     EXIT.
018300
018400******************************************************************
018500* 1050-LOAD-CONTROL-TABLE - LOAD THE PER-CATEGORY THRESHOLD      *
018600*    ROWS FROM THRCTL.  A "*" DEFAULT ROW IS REQUIRED.           *
018700******************************************************************
018800 1050-LOAD-CONTROL-TABLE.
018900     PERFORM 1052-READ-CONTROL-ROW THRU 1052-EXIT.
019000     IF WS-CTL-EOF
019100         DISPLAY "THRCLSFY - CONTROL-IN IS EMPTY"
019200         SET WS-FATAL-ERROR TO TRUE
019300         GO TO 1050-EXIT
019400     END-IF.
019500     PERFORM 1055-STORE-CONTROL-ROW THRU 1055-EXIT
019600         UNTIL WS-CTL-EOF OR WS-FATAL-ERROR.
019700     IF WS-FATAL-ERROR
019800         GO TO 1050-EXIT
019900     END-IF.
020000     IF NOT WS-CTL-DEFAULT-SEEN
020100         DISPLAY "THRCLSFY - CONTROL-IN HAS NO DEFAULT (*) ROW"
020200         SET WS-FATAL-ERROR TO TRUE
020300     END-IF.
020400 1050-EXIT.
020500     EXIT.
020600
020700******************************************************************
020800* 1052-READ-CONTROL-ROW - READ THE NEXT CONTROL ROW              *
020900******************************************************************
021000 1052-READ-CONTROL-ROW.
021100     READ CONTROL-IN
021200         AT END
021300             SET WS-CTL-EOF TO TRUE
021400     END-READ.
021500 1052-EXIT.
021600     EXIT.
021700
021800******************************************************************
021900* 1055-STORE-CONTROL-ROW - VALIDATE ONE CONTROL ROW AND ADD IT   *
022000*    TO THE TABLE.  A GARBLED ROW IS FATAL SO A BAD FILE         *
022100*    CANNOT SILENTLY MISCLASSIFY A WHOLE CATEGORY.               *
022200******************************************************************
022300 1055-STORE-CONTROL-ROW.
022400     IF WS-CTL-COUNT >= WS-CTL-TABLE-MAX
022500         DISPLAY "THRCLSFY - CONTROL TABLE FULL AT "
022600             WS-CTL-TABLE-MAX
022700         SET WS-FATAL-ERROR TO TRUE
022800         GO TO 1055-EXIT
022900     END-IF.
023000     IF THR-CTL-CATEGORY = SPACES
023100         OR THR-CTL-THRESHOLD IS NOT NUMERIC
023200         OR THR-CTL-MAX-VALUE IS NOT NUMERIC
023300         OR THR-CTL-BAND-WIDTH IS NOT NUMERIC
023400         OR THR-CTL-THRESHOLD = ZERO
023500         OR THR-CTL-MAX-VALUE = ZERO
023600         DISPLAY "THRCLSFY - CONTROL-IN ROW IS INVALID - "
023700             "CATEGORY " THR-CTL-CATEGORY
023800             " THRESHOLD " THR-CTL-THRESHOLD
023900             " MAX-VALUE " THR-CTL-MAX-VALUE
024000         SET WS-FATAL-ERROR TO TRUE
024100         GO TO 1055-EXIT
024200     END-IF.
024300     ADD 1 TO WS-CTL-COUNT.
024400     SET CTL-IDX TO WS-CTL-COUNT.
024500     MOVE THR-CTL-CATEGORY   TO WS-CTL-CATEGORY (CTL-IDX).
024600     MOVE THR-CTL-THRESHOLD  TO WS-CTL-THRESHOLD (CTL-IDX).
024700     MOVE THR-CTL-MAX-VALUE  TO WS-CTL-MAX-VALUE (CTL-IDX).
024800     MOVE THR-CTL-BAND-WIDTH TO WS-CTL-BAND-WIDTH (CTL-IDX).
024900     IF THR-CTL-DEFAULT-ROW
025000         SET WS-CTL-DEFAULT-SEEN TO TRUE
025100         MOVE WS-CTL-COUNT TO WS-CTL-DEFAULT-SLOT
025200     END-IF.
025300     IF WS-CTL-COUNT = 1
025400         EVALUATE TRUE
025500             WHEN THR-CTL-MODE-ACCT
025600                 MOVE "A" TO WS-PROC-MODE
025700             WHEN THR-CTL-MODE-TRANS
025800                 MOVE "T" TO WS-PROC-MODE
025900             WHEN OTHER
026000                 DISPLAY "THRCLSFY - CONTROL-IN PROCESSING MODE "
026100                     "IS INVALID - " THR-CTL-PROC-MODE
026200                 SET WS-FATAL-ERROR TO TRUE
026300                 GO TO 1055-EXIT
026400         END-EVALUATE
026500     END-IF.
026600     PERFORM 1052-READ-CONTROL-ROW THRU 1052-EXIT.
026700 1055-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100* 1100-OPEN-ACCT-MASTER - OPEN THE ACCOUNT MASTER FOR THE        *
027200*    FIRST ACCOUNT CLASSIFICATION                                *
027300******************************************************************
027400 1100-OPEN-ACCT-MASTER.
027500     OPEN INPUT ACCT-MST.
027600     IF NOT WS-THRACT-OK
027700         DISPLAY "THRCLSFY - OPEN ERROR ON ACCT-MST "
027800             WS-THRACT-STATUS
027900         SET WS-FATAL-ERROR TO TRUE
028000         GO TO 1100-EXIT
028100     END-IF.
028200     SET WS-ACT-OPEN TO TRUE.
028300 1100-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700* 2000-CLASSIFY-ACCOUNT - LOOK THE ACCOUNT UP ON THE MASTER      *
028800*    AND BAND THE VALUE UNDER ITS CATEGORY'S ROW.  AN ACCOUNT    *
028900*    NOT ON THE MASTER FALLS TO THE "*" ROW.  A BLANK ACCOUNT    *
029000*    ID IS REPORTED AHEAD OF ANY FAULT IN THE VALUE, THE SAME    *
029100*    ORDER THE CLASSIFIER VALIDATES IN.                          *
029200******************************************************************
029300 2000-CLASSIFY-ACCOUNT.
029400     IF WS-ACT-CLOSED
029500         PERFORM 1100-OPEN-ACCT-MASTER THRU 1100-EXIT
029600         IF WS-FATAL-ERROR
029700             SET THR-CLS-SETUP-FAILED TO TRUE
029800             GO TO 2000-EXIT
029900         END-IF
030000     END-IF.
030100     SET THR-CLS-ACCT-NOT-FOUND TO TRUE.
030200     IF THR-CLS-ACCT-ID NOT = SPACES
030300         MOVE THR-CLS-ACCT-ID TO THR-ACT-ACCT-ID
030400         READ ACCT-MST
030500             INVALID KEY
030600                 CONTINUE
030700             NOT INVALID KEY
030800                 MOVE THR-ACT-STATUS   TO THR-CLS-ACCT-STATUS
030900                 MOVE THR-ACT-NAME     TO THR-CLS-ACCT-NAME
031000                 MOVE THR-ACT-BRANCH   TO THR-CLS-ACCT-BRANCH
031100                 MOVE THR-ACT-CATEGORY TO THR-CLS-ACCT-CATEGORY
031200         END-READ
031300     END-IF.
031400     MOVE THR-CLS-ACCT-CATEGORY TO WS-SEL-CATEGORY.
031500     PERFORM 2500-APPLY-BANDS THRU 2500-EXIT.
031600     IF THR-CLS-ACCT-ID = SPACES
031700         SET THR-CLS-NO-ACCT-ID TO TRUE
031800     END-IF.
031900 2000-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300* 2100-CLASSIFY-CATEGORY - BAND THE VALUE UNDER THE ROW FOR      *
032400*    THE CATEGORY THE CALLER SUPPLIES                            *
032500******************************************************************
032600 2100-CLASSIFY-CATEGORY.
032700     MOVE THR-CLS-IN-CATEGORY TO WS-SEL-CATEGORY.
032800     PERFORM 2500-APPLY-BANDS THRU 2500-EXIT.
032900 2100-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300* 2500-APPLY-BANDS - SELECT THE ROW, RETURN ITS VALUES, AND      *
033400*    ASSIGN THE CLASS.  A VALUE BEYOND THE ROW'S MAX IN          *
033500*    EITHER DIRECTION IS STILL BANDED BUT FLAGGED 02.            *
033600******************************************************************
033700 2500-APPLY-BANDS.
033800     PERFORM 2510-SELECT-CONTROL-ROW THRU 2510-EXIT.
033900     MOVE WS-CTL-SELECTED TO THR-CLS-ROW-SLOT.
034000     MOVE WS-CTL-CATEGORY (WS-CTL-SELECTED)
034100         TO THR-CLS-ROW-CATEGORY.
034200     MOVE WS-THRESHOLD       TO THR-CLS-THRESHOLD.
034300     MOVE WS-MAX-VALID-VALUE TO THR-CLS-MAX-VALUE.
034400     MOVE WS-BAND-WIDTH      TO THR-CLS-BAND-WIDTH.
034500     IF THR-CLS-VALUE IS NOT NUMERIC
034600         SET THR-CLS-NOT-NUMERIC TO TRUE
034700         GO TO 2500-EXIT
034800     END-IF.
034900     EVALUATE TRUE
035000         WHEN THR-CLS-VALUE = WS-THRESHOLD
035100             MOVE "AT" TO THR-CLS-CLASS-CODE
035200         WHEN THR-CLS-VALUE < WS-THRESHOLD
035300             AND (WS-THRESHOLD - THR-CLS-VALUE) <= WS-BAND-WIDTH
035400             MOVE "NT" TO THR-CLS-CLASS-CODE
035500         WHEN THR-CLS-VALUE < WS-THRESHOLD
035600             MOVE "WU" TO THR-CLS-CLASS-CODE
035700         WHEN (THR-CLS-VALUE - WS-THRESHOLD) <= WS-BAND-WIDTH
035800             MOVE "OV" TO THR-CLS-CLASS-CODE
035900         WHEN OTHER
036000             MOVE "WO" TO THR-CLS-CLASS-CODE
036100     END-EVALUATE.
036200     IF THR-CLS-VALUE > WS-MAX-VALID-VALUE
036300         OR THR-CLS-VALUE < WS-MIN-VALID-VALUE
036400         SET THR-CLS-OUT-OF-RANGE TO TRUE
036500     END-IF.
036600 2500-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000* 2510-SELECT-CONTROL-ROW - PICK THE ROW FOR THE CATEGORY,       *
037100*    FALLING BACK TO THE "*" DEFAULT ROW, AND MAKE ITS           *
037200*    THRESHOLD, MAX-VALID-VALUE AND BAND WIDTH CURRENT           *
037300******************************************************************
037400 2510-SELECT-CONTROL-ROW.
037500     MOVE ZERO TO WS-CTL-SELECTED.
037600     PERFORM 2515-MATCH-CONTROL-ROW THRU 2515-EXIT
037700         VARYING CTL-IDX FROM 1 BY 1
037800         UNTIL CTL-IDX > WS-CTL-COUNT.
037900     IF WS-CTL-SELECTED = ZERO
038000         MOVE WS-CTL-DEFAULT-SLOT TO WS-CTL-SELECTED
038100     END-IF.
038200     MOVE WS-CTL-THRESHOLD (WS-CTL-SELECTED)
038300         TO WS-THRESHOLD.
038400     MOVE WS-CTL-MAX-VALUE (WS-CTL-SELECTED)
038500         TO WS-MAX-VALID-VALUE.
038600     COMPUTE WS-MIN-VALID-VALUE =
038700         ZERO - WS-MAX-VALID-VALUE.
038800     MOVE WS-CTL-BAND-WIDTH (WS-CTL-SELECTED)
038900         TO WS-BAND-WIDTH.
039000 2510-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400* 2515-MATCH-CONTROL-ROW - REMEMBER THE FIRST ROW WHOSE          *
039500*    CATEGORY MATCHES THE CATEGORY BEING CLASSIFIED              *
039600******************************************************************
039700 2515-MATCH-CONTROL-ROW.
039800     IF WS-CTL-SELECTED = ZERO
039900         AND WS-CTL-CATEGORY (CTL-IDX) = WS-SEL-CATEGORY
040000         SET WS-CTL-SELECTED TO CTL-IDX
040100     END-IF.
040200 2515-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600* 3000-RETURN-ROW - RETURN ONE CONTROL ROW BY ITS POSITION       *
040700******************************************************************
040800 3000-RETURN-ROW.
040900     IF THR-CLS-ROW-NUMBER IS NOT NUMERIC
041000         OR THR-CLS-ROW-NUMBER < 1
041100         OR THR-CLS-ROW-NUMBER > WS-CTL-COUNT
041200         SET THR-CLS-NO-SUCH-ROW TO TRUE
041300         GO TO 3000-EXIT
041400     END-IF.
041500     SET CTL-IDX TO THR-CLS-ROW-NUMBER.
041600     MOVE THR-CLS-ROW-NUMBER TO THR-CLS-ROW-SLOT.
041700     MOVE WS-CTL-CATEGORY (CTL-IDX)   TO THR-CLS-ROW-CATEGORY.
041800     MOVE WS-CTL-THRESHOLD (CTL-IDX)  TO THR-CLS-THRESHOLD.
041900     MOVE WS-CTL-MAX-VALUE (CTL-IDX)  TO THR-CLS-MAX-VALUE.
042000     MOVE WS-CTL-BAND-WIDTH (CTL-IDX) TO THR-CLS-BAND-WIDTH.
042100 3000-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500* 9000-TERMINATE - CLOSE THE ACCOUNT MASTER AND DROP THE         *
042600*    TABLE, SO A LATER CALL RELOADS THE CONTROL ROWS             *
042700******************************************************************
042800 9000-TERMINATE.
042900     IF WS-ACT-OPEN
043000         CLOSE ACCT-MST
043100         SET WS-ACT-CLOSED TO TRUE
043200     END-IF.
043300     SET WS-TABLE-NOT-LOADED TO TRUE.
043400     MOVE "N" TO WS-FATAL-SW.
043500 9000-EXIT.
043600     EXIT.
