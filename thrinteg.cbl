000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THRINTEG.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   THIS PROGRAM IS THE NIGHTLY CROSS-FILE INTEGRITY CHECK.  EACH*
001000*   PROGRAM IN THE STREAM BALANCES ITS OWN INPUT AND OUTPUT; THIS*
001100*   ONE CHECKS THE PERMANENT FILES AGAINST EACH OTHER, SO A      *
001200*   BACKOUT, A MANUAL RESTORE OR A SKIPPED POSITION UPDATE CANNOT*
001300*   LEAVE THEM QUIETLY OUT OF STEP.  IT RUNS AT THE END OF THE   *
001400*   NIGHTLY STREAM, BEFORE THE BUSINESS-DATE ROLL, AND MAKES FIVE*
001500*   CHECKS:                                                      *
001600*                                                                *
001700*   1. TONIGHT'S AUDIT-TRAIL RECORD COUNT AND CLASS MIX AGAINST  *
001800*      THE THRHST RUN-HISTORY RECORD FOR THE BUSINESS DATE.      *
001900*   2. EVERY THRPOS POSITION ACCOUNT AGAINST THE THRACT ACCOUNT  *
002000*      MASTER.  A POSITION FOR AN ACCOUNT NOT ON THE MASTER IS   *
002100*      ONLY A BREAK WHEN NO SUSPENSE HOLD EXPLAINS IT.           *
002200*   3. EACH POSITION'S EVALUATION DATE AGAINST TONIGHT'S AUDIT - *
002300*      AUDITED TONIGHT BUT NOT POSTED, POSTED TONIGHT BUT NOT    *
002400*      AUDITED, OR DATED AFTER THE BUSINESS DATE.                *
002500*   4. EVERY PENDING THRNOTFY ITEM ON THE THRDSP DISPOSITION FILE*
002600*      AGAINST A WO/OV AUDIT RECORD FOR THE SAME ACCOUNT AND     *
002700*      DATE.  STRUCTURING-WATCH ITEMS COME FROM NT VALUES, AND   *
002800*      ITEMS OLDER THAN THE FIRST RECORD LEFT ON THE AUDIT TRAIL *
002900*      HAVE BEEN PURGED PAST, SO BOTH ARE COUNTED, NOT CHECKED.  *
003000*   5. EVERY THRSHI SUSPENSE HOLD AGAINST THE ACCOUNT MASTER -   *
003100*      THE ACCOUNT MUST STILL BE UNKNOWN OR CLOSED.              *
003200*                                                                *
003300*   THE THRAUD AUDIT TRAIL MUST ARRIVE SORTED ON ACCOUNT ID AND  *
003400*   TIMESTAMP; THRAUF IS THE UNSORTED TRAIL, READ ONLY FOR ITS   *
003500*   FIRST (OLDEST) RECORD.  THE SORTED TRAIL, THE POSITION       *
003600*   MASTER AND THE DISPOSITION FILE ARE MATCHED ON ACCOUNT ID IN *
003700*   ONE PASS.  BREAKS ARE LISTED ON THE THRINR EXCEPTIONS REPORT *
003800*   BY CATEGORY, FOLLOWED BY A SUMMARY.  CONDITION CODE 4 IS     *
003900*   RETURNED WHEN ANY BREAK WAS FOUND OR THE HOLD TABLE          *
004000*   OVERFLOWED, AND 16 IF SETUP FAILS.                           *
004100*                                                                *
004200******************************************************************
004300*                  MODIFICATION HISTORY                         *
004400******************************************************************
004500* 2026-10-15 DM  INITIAL VERSION.                                *
004600******************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT AUDIT-IN    ASSIGN TO THRAUD
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-THRAUD-STATUS.
005700
005800     SELECT AUDIT-FIRST ASSIGN TO THRAUF
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-THRAUF-STATUS.
006100
006200     SELECT HISTORY-IN  ASSIGN TO THRHST
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-THRHST-STATUS.
006500
006600     SELECT POSITION-MST ASSIGN TO THRPOS
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS THR-POS-ACCT-ID
007000         FILE STATUS IS WS-THRPOS-STATUS.
007100
007200     SELECT ACCT-MST    ASSIGN TO THRACT
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS THR-ACT-ACCT-ID
007600         FILE STATUS IS WS-THRACT-STATUS.
007700
007800     SELECT DISP-MST    ASSIGN TO THRDSP
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS THR-DSP-KEY
008200         FILE STATUS IS WS-THRDSP-STATUS.
008300
008400     SELECT HOLD-IN     ASSIGN TO THRSHI
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-THRSHI-STATUS.
008700
008800     SELECT INTEG-RPT   ASSIGN TO THRINR
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-THRINR-STATUS.
009100
009200     SELECT BUSDATE-IN  ASSIGN TO THRBDT
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-THRBDT-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  AUDIT-IN
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY THRAUDR.
010200
010300 FD  AUDIT-FIRST
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600     COPY THRAUDR REPLACING THR-AUD-RECORD  BY THR-AUF-RECORD
010700                    THR-AUD-ACCT-ID     BY THR-AUF-ACCT-ID
010800                    THR-AUD-VALUE       BY THR-AUF-VALUE
010900                    THR-AUD-CLASS-CODE  BY THR-AUF-CLASS-CODE
011000                    THR-AUD-TIMESTAMP   BY THR-AUF-TIMESTAMP
011100                    THR-AUD-TS-DATE     BY THR-AUF-TS-DATE
011200                    THR-AUD-TS-TIME     BY THR-AUF-TS-TIME
011300                    THR-AUD-ACCT-NAME   BY THR-AUF-ACCT-NAME
011400                    THR-AUD-BRANCH      BY THR-AUF-BRANCH.
011500
011600 FD  HISTORY-IN
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900     COPY THRHSTR.
012000
012100 FD  POSITION-MST
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400     COPY THRPOSR.
012500
012600 FD  ACCT-MST
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900     COPY THRACTR.
013000
013100 FD  DISP-MST
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD.
013400     COPY THRDSPR.
013500
013600 FD  HOLD-IN
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900     COPY THRSHLR.
014000
014100 FD  INTEG-RPT
014200     RECORDING MODE IS F
014300     LABEL RECORDS ARE STANDARD.
014400 01  WS-RPT-LINE                 PIC X(80).
014500
014600 FD  BUSDATE-IN
014700     RECORDING MODE IS F
014800     LABEL RECORDS ARE STANDARD.
014900     COPY THRBDTR.
015000
015100 WORKING-STORAGE SECTION.
015200******************************************************************
015300*    FILE STATUS FIELDS                                          *
015400******************************************************************
015500 01  WS-FILE-STATUSES.
015600     05  WS-THRAUD-STATUS        PIC X(02) VALUE "00".
015700         88  WS-THRAUD-OK                   VALUE "00".
015800     05  WS-THRAUF-STATUS        PIC X(02) VALUE "00".
015900         88  WS-THRAUF-OK                   VALUE "00".
016000     05  WS-THRHST-STATUS        PIC X(02) VALUE "00".
016100         88  WS-THRHST-OK                   VALUE "00".
016200     05  WS-THRPOS-STATUS        PIC X(02) VALUE "00".
016300         88  WS-THRPOS-OK                   VALUE "00".
016400     05  WS-THRACT-STATUS        PIC X(02) VALUE "00".
016500         88  WS-THRACT-OK                   VALUE "00".
016600     05  WS-THRDSP-STATUS        PIC X(02) VALUE "00".
016700         88  WS-THRDSP-OK                   VALUE "00".
016800     05  WS-THRSHI-STATUS        PIC X(02) VALUE "00".
016900         88  WS-THRSHI-OK                   VALUE "00".
017000     05  WS-THRINR-STATUS        PIC X(02) VALUE "00".
017100         88  WS-THRINR-OK                   VALUE "00".
017200     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
017300         88  WS-THRBDT-OK                   VALUE "00".
017400
017500******************************************************************
017600*    PROGRAM SWITCHES                                            *
017700******************************************************************
017800 01  WS-SWITCHES.
017900     05  WS-FATAL-SW             PIC X(01) VALUE "N".
018000         88  WS-FATAL-ERROR                 VALUE "Y".
018100     05  WS-HST-EOF-SW           PIC X(01) VALUE "N".
018200         88  WS-HST-EOF                     VALUE "Y".
018300     05  WS-HLD-EOF-SW           PIC X(01) VALUE "N".
018400         88  WS-HLD-EOF                     VALUE "Y".
018500     05  WS-HST-FOUND-SW         PIC X(01) VALUE "N".
018600         88  WS-HST-FOUND                   VALUE "Y".
018700     05  WS-AUDITED-SW           PIC X(01) VALUE "N".
018800         88  WS-AUDITED-TONIGHT             VALUE "Y".
018900         88  WS-NOT-AUDITED-TONIGHT         VALUE "N".
019000     05  WS-HOLD-SW              PIC X(01) VALUE "N".
019100         88  WS-HOLD-ON-FILE                VALUE "Y".
019200         88  WS-NO-HOLD                     VALUE "N".
019300     05  WS-AWD-MATCH-SW         PIC X(01) VALUE "N".
019400         88  WS-AWD-MATCHED                 VALUE "Y".
019500         88  WS-AWD-NOT-MATCHED             VALUE "N".
019600
019700******************************************************************
019800*    MATCH KEYS - EACH SET TO HIGH-VALUES AT END OF ITS FILE, SO *
019900*    THE MATCH RUNS UNTIL ALL THREE FILES ARE EXHAUSTED.  THE    *
020000*    CURRENT KEY IS THE LOWEST OF THE THREE.                     *
020100******************************************************************
020200 01  WS-AUD-KEY                  PIC X(10) VALUE LOW-VALUES.
020300 01  WS-POS-KEY                  PIC X(10) VALUE LOW-VALUES.
020400 01  WS-DSP-KEY                  PIC X(10) VALUE LOW-VALUES.
020500 01  WS-CUR-KEY                  PIC X(10) VALUE LOW-VALUES.
020600
020700******************************************************************
020800*    RUN DATE, AND THE DATE OF THE OLDEST RECORD STILL ON THE    *
020900*    AUDIT TRAIL (ALL NINES WHEN THE TRAIL IS EMPTY)             *
021000******************************************************************
021100 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
021200 01  WS-AUD-FIRST-DATE           PIC 9(08) VALUE ZERO.
021300
021400******************************************************************
021500*    TONIGHT'S AUDIT RECORDS BY CLASS (WU, NT, AT, OV, WO, THEN  *
021600*    ANY OTHER CODE) AND THE SAME COUNTS FROM THE RUN-HISTORY    *
021700*    RECORD, FOR THE FIRST CHECK                                 *
021800******************************************************************
021900 01  WS-CLASS-MAX                PIC 9(02) COMP VALUE 6.
022000 01  WS-CLS-SUB                  PIC 9(02) COMP VALUE ZERO.
022100 01  WS-CLASS-COUNTS.
022200     05  WS-AUD-TONIGHT-TOTAL    PIC 9(09) COMP VALUE ZERO.
022300     05  WS-HST-TOTAL            PIC 9(09) COMP VALUE ZERO.
022400     05  WS-CLS-ENTRY            OCCURS 6 TIMES.
022500         10  WS-CLS-AUDIT        PIC 9(09) COMP.
022600         10  WS-CLS-HISTORY      PIC 9(09) COMP.
022700
022800******************************************************************
022900*    CLASS NAMES FOR THE COMPARISON LINES                        *
023000******************************************************************
023100 01  WS-CLASS-NAMES.
023200     05  FILLER                  PIC X(20) VALUE "WAY UNDER (WU)".
023300     05  FILLER                  PIC X(20)
023400             VALUE "NEAR - UNDER (NT)".
023500     05  FILLER                  PIC X(20)
023600             VALUE "AT THRESHOLD (AT)".
023700     05  FILLER                  PIC X(20)
023800             VALUE "NEAR - OVER (OV)".
023900     05  FILLER                  PIC X(20) VALUE "WAY OVER (WO)".
024000     05  FILLER                  PIC X(20) VALUE "OTHER CODES".
024100 01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
024200     05  WS-CLASS-NAME           PIC X(20) OCCURS 6 TIMES.
024300
024400******************************************************************
024500*    DATES ON WHICH THE ACCOUNT IN HAND WAS AUDITED WO OR OV.    *
024600*    THE SORTED TRAIL GIVES THEM IN ASCENDING ORDER, SO EACH DATE*
024700*    IS KEPT ONCE.  A DESK ITEM FOR AN ACCOUNT WHOSE LIST FILLED *
024800*    IS COUNTED AS NOT CHECKED RATHER THAN REPORTED.             *
024900******************************************************************
025000 01  WS-AWD-TABLE-MAX            PIC 9(04) COMP VALUE 400.
025100 01  WS-AWD-COUNT                PIC 9(04) COMP VALUE ZERO.
025200 01  WS-AWD-SUB                  PIC 9(04) COMP VALUE ZERO.
025300 01  WS-AWD-FULL-SW              PIC X(01) VALUE "N".
025400     88  WS-AWD-FULL                        VALUE "Y".
025500     88  WS-AWD-NOT-FULL                    VALUE "N".
025600 01  WS-AWD-TABLE.
025700     05  WS-AWD-DATE             PIC 9(08) OCCURS 400 TIMES.
025800
025900******************************************************************
026000*    SUSPENSE HOLD ACCOUNTS, LOADED AT START-UP SO A POSITION    *
026100*    ACCOUNT MISSING FROM THE MASTER CAN BE EXPLAINED BY A HOLD  *
026200******************************************************************
026300 01  WS-HLD-TABLE-MAX            PIC 9(04) COMP VALUE 1000.
026400 01  WS-HLD-COUNT                PIC 9(04) COMP VALUE ZERO.
026500 01  WS-HLD-SUB                  PIC 9(04) COMP VALUE ZERO.
026600 01  WS-HLD-TABLE.
026700     05  WS-HLD-ACCT-ID          PIC X(10) OCCURS 1000 TIMES.
026800
026900******************************************************************
027000*    BREAKS BY CATEGORY.  EVERY BREAK IS COUNTED; THE FIRST      *
027100*    WS-EXC-LIST-MAX OF EACH CATEGORY ARE KEPT FOR THE REPORT    *
027200*    (TRUNCATED WITH A NOTE WHEN A CATEGORY HAS MORE).  THE FIRST*
027300*    CATEGORY PRINTS AS CLASS COMPARISON LINES, NOT AS A LIST.   *
027400******************************************************************
027500 01  WS-CAT-MAX                  PIC 9(02) COMP VALUE 5.
027600 01  WS-CAT-SUB                  PIC 9(02) COMP VALUE ZERO.
027700 01  WS-EXC-LIST-MAX             PIC 9(03) COMP VALUE 200.
027800 01  WS-EXC-SUB                  PIC 9(03) COMP VALUE ZERO.
027900 01  WS-EXC-TABLE.
028000     05  WS-EXC-CAT              OCCURS 5 TIMES.
028100         10  WS-EXC-BREAKS       PIC 9(09) COMP.
028200         10  WS-EXC-LISTED       PIC 9(03) COMP.
028300         10  WS-EXC-TRUNC-SW     PIC X(01).
028400             88  WS-EXC-TRUNCATED       VALUE "Y".
028500         10  WS-EXC-ITEM         OCCURS 200 TIMES.
028600             15  WS-EXC-ACCT-ID  PIC X(10).
028700             15  WS-EXC-TEXT     PIC X(38).
028800             15  WS-EXC-DATE     PIC X(08).
028900
029000******************************************************************
029100*    THE BREAK IN HAND, FILLED BY THE CALLER OF 7000-RECORD-BREAK*
029200******************************************************************
029300 01  WS-BRK-CAT                  PIC 9(02) COMP VALUE ZERO.
029400 01  WS-BRK-ACCT-ID              PIC X(10) VALUE SPACES.
029500 01  WS-BRK-TEXT                 PIC X(38) VALUE SPACES.
029600 01  WS-BRK-DATE                 PIC X(08) VALUE SPACES.
029700
029800******************************************************************
029900*    CATEGORY TITLES FOR THE SECTION HEADINGS, AND SHORT NAMES   *
030000*    FOR THE SUMMARY                                             *
030100******************************************************************
030200 01  WS-CAT-TITLES.
030300     05  FILLER                  PIC X(48)
030400             VALUE "1  AUDIT TRAIL AGAINST RUN HISTORY".
030500     05  FILLER                  PIC X(48)
030600             VALUE "2  POSITION MASTER AGAINST ACCOUNT MASTER".
030700     05  FILLER                  PIC X(48)
030800             VALUE "3  POSITION DATES AGAINST TONIGHT'S AUDIT".
030900     05  FILLER                  PIC X(48)
031000             VALUE "4  PENDING DESK ITEMS AGAINST WO/OV AUDIT".
031100     05  FILLER                  PIC X(48)
031200             VALUE "5  SUSPENSE HOLDS AGAINST ACCOUNT MASTER".
031300 01  WS-CAT-TITLE-TABLE REDEFINES WS-CAT-TITLES.
031400     05  WS-CAT-TITLE            PIC X(48) OCCURS 5 TIMES.
031500
031600 01  WS-CAT-NAMES.
031700     05  FILLER                  PIC X(24)
031800             VALUE "1 AUDIT VS HISTORY".
031900     05  FILLER                  PIC X(24)
032000             VALUE "2 POSITION VS ACCOUNT".
032100     05  FILLER                  PIC X(24)
032200             VALUE "3 POSITION VS AUDIT".
032300     05  FILLER                  PIC X(24)
032400             VALUE "4 DESK ITEM VS AUDIT".
032500     05  FILLER                  PIC X(24)
032600             VALUE "5 HOLD VS ACCOUNT".
032700 01  WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
032800     05  WS-CAT-NAME             PIC X(24) OCCURS 5 TIMES.
032900
033000******************************************************************
033100*    RUN-TOTAL COUNTERS FOR THE REPORT                           *
033200******************************************************************
033300 01  WS-COUNTERS.
033400     05  WS-AUDIT-READ           PIC 9(09) COMP VALUE ZERO.
033500     05  WS-HISTORY-READ         PIC 9(09) COMP VALUE ZERO.
033600     05  WS-POSITIONS-READ       PIC 9(09) COMP VALUE ZERO.
033700     05  WS-POSTED-TONIGHT       PIC 9(09) COMP VALUE ZERO.
033800     05  WS-EXPLAINED-BY-HOLD    PIC 9(09) COMP VALUE ZERO.
033900     05  WS-DSP-READ             PIC 9(09) COMP VALUE ZERO.
034000     05  WS-DSP-CHECKED          PIC 9(09) COMP VALUE ZERO.
034100     05  WS-DSP-WATCH            PIC 9(09) COMP VALUE ZERO.
034200     05  WS-DSP-BEYOND-TRAIL     PIC 9(09) COMP VALUE ZERO.
034300     05  WS-DSP-NOT-CHECKED      PIC 9(09) COMP VALUE ZERO.
034400     05  WS-HOLDS-READ           PIC 9(09) COMP VALUE ZERO.
034500     05  WS-HOLDS-NOT-TABLED     PIC 9(09) COMP VALUE ZERO.
034600     05  WS-HOLDS-UNKNOWN        PIC 9(09) COMP VALUE ZERO.
034700     05  WS-HOLDS-CLOSED         PIC 9(09) COMP VALUE ZERO.
034800     05  WS-TOTAL-BREAKS         PIC 9(09) COMP VALUE ZERO.
034900
035000******************************************************************
035100*    REPORT LINES                                                *
035200******************************************************************
035300 01  WS-RPT-HDR-LINE.
035400     05  FILLER                  PIC X(28)
035500             VALUE "CROSS-FILE INTEGRITY CHECK  ".
035600     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
035700     05  WS-RPT-HDR-DATE         PIC 9(08).
035800     05  FILLER                  PIC X(14) VALUE "  AUDIT FROM: ".
035900     05  WS-RPT-HDR-FIRST        PIC X(08).
036000     05  FILLER                  PIC X(12) VALUE SPACES.
036100
036200 01  WS-RPT-TITLE-LINE.
036300     05  WS-RPT-TITLE            PIC X(48).
036400     05  FILLER                  PIC X(32) VALUE SPACES.
036500
036600 01  WS-RPT-NO-HIST-LINE.
036700     05  FILLER                  PIC X(48)
036800         VALUE "   NO RUN-HISTORY RECORD FOR THE BUSINESS DATE".
036900     05  FILLER                  PIC X(32) VALUE SPACES.
037000
037100 01  WS-RPT-CMP-HDR-LINE.
037200     05  FILLER                  PIC X(20) VALUE "CLASS".
037300     05  FILLER                  PIC X(14) VALUE "   AUDIT TRAIL".
037400     05  FILLER                  PIC X(14) VALUE "   RUN HISTORY".
037500     05  FILLER                  PIC X(32) VALUE SPACES.
037600
037700 01  WS-RPT-CMP-LINE.
037800     05  WS-RPT-CMP-NAME         PIC X(20).
037900     05  FILLER                  PIC X(03) VALUE SPACES.
038000     05  WS-RPT-CMP-AUDIT        PIC ZZZ,ZZZ,ZZ9.
038100     05  FILLER                  PIC X(03) VALUE SPACES.
038200     05  WS-RPT-CMP-HIST         PIC X(11).
038300     05  FILLER                  PIC X(02) VALUE SPACES.
038400     05  WS-RPT-CMP-FLAG         PIC X(07).
038500     05  FILLER                  PIC X(23) VALUE SPACES.
038600
038700 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
038800
038900 01  WS-RPT-COLHDR-LINE.
039000     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
039100     05  FILLER                  PIC X(02) VALUE SPACES.
039200     05  FILLER                  PIC X(38) VALUE "CONDITION".
039300     05  FILLER                  PIC X(02) VALUE SPACES.
039400     05  FILLER                  PIC X(08) VALUE "DATE".
039500     05  FILLER                  PIC X(20) VALUE SPACES.
039600
039700 01  WS-RPT-DETAIL-LINE.
039800     05  WS-RPT-ACCT-ID          PIC X(10).
039900     05  FILLER                  PIC X(02) VALUE SPACES.
040000     05  WS-RPT-TEXT             PIC X(38).
040100     05  FILLER                  PIC X(02) VALUE SPACES.
040200     05  WS-RPT-DATE             PIC X(08).
040300     05  FILLER                  PIC X(20) VALUE SPACES.
040400
040500 01  WS-RPT-NONE-LINE.
040600     05  FILLER                  PIC X(20) VALUE "   NO BREAKS".
040700     05  FILLER                  PIC X(60) VALUE SPACES.
040800
040900 01  WS-RPT-TRUNC-LINE.
041000     05  FILLER                  PIC X(48)
041100         VALUE "  (LIST TRUNCATED - COUNTS COVER ALL RECORDS)".
041200     05  FILLER                  PIC X(32) VALUE SPACES.
041300
041400 01  WS-RPT-COUNT-LINE.
041500     05  WS-RPT-COUNT-NAME       PIC X(24).
041600     05  FILLER                  PIC X(01) VALUE SPACES.
041700     05  WS-RPT-COUNT-CNT        PIC ZZZ,ZZZ,ZZ9.
041800     05  FILLER                  PIC X(44) VALUE SPACES.
041900
042000 01  WS-RPT-RESULT-LINE.
042100     05  FILLER                  PIC X(08) VALUE "RESULT: ".
042200     05  WS-RPT-RESULT           PIC X(40).
042300     05  FILLER                  PIC X(32) VALUE SPACES.
042400
042500 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
042600
042700 PROCEDURE DIVISION.
042800******************************************************************
042900* 0000-MAINLINE                                                  *
043000******************************************************************
043100 0000-MAINLINE.
043200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
043300     IF WS-FATAL-ERROR
043400         DISPLAY "THRINTEG - TERMINATING - SETUP FAILED"
043500         MOVE 0016 TO RETURN-CODE
043600         STOP RUN
043700     END-IF.
043800     PERFORM 2000-MATCH-FILES THRU 2000-EXIT
043900         UNTIL WS-AUD-KEY = HIGH-VALUES
044000         AND WS-POS-KEY = HIGH-VALUES
044100         AND WS-DSP-KEY = HIGH-VALUES.
044200     PERFORM 3000-CHECK-RUN-HISTORY THRU 3000-EXIT.
044300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
044400     STOP RUN.
044500
044600******************************************************************
044700* 1000-INITIALIZE - OPEN FILES, TAKE THE BUSINESS DATE, FIND THE *
044800*    RUN-HISTORY RECORD AND THE OLDEST AUDIT DATE, CHECK AND     *
044900*    TABLE THE SUSPENSE HOLDS, THEN PRIME THE THREE MATCH READS  *
045000******************************************************************
045100 1000-INITIALIZE.
045200     INITIALIZE WS-CLASS-COUNTS WS-EXC-TABLE.
045300     OPEN INPUT AUDIT-IN.
045400     IF NOT WS-THRAUD-OK
045500         DISPLAY "THRINTEG - OPEN ERROR ON AUDIT-IN "
045600             WS-THRAUD-STATUS
045700         SET WS-FATAL-ERROR TO TRUE
045800         GO TO 1000-EXIT
045900     END-IF.
046000     OPEN INPUT AUDIT-FIRST.
046100     IF NOT WS-THRAUF-OK
046200         DISPLAY "THRINTEG - OPEN ERROR ON AUDIT-FIRST "
046300             WS-THRAUF-STATUS
046400         SET WS-FATAL-ERROR TO TRUE
046500         GO TO 1000-EXIT
046600     END-IF.
046700     OPEN INPUT HISTORY-IN.
046800     IF NOT WS-THRHST-OK
046900         DISPLAY "THRINTEG - OPEN ERROR ON HISTORY-IN "
047000             WS-THRHST-STATUS
047100         SET WS-FATAL-ERROR TO TRUE
047200         GO TO 1000-EXIT
047300     END-IF.
047400     OPEN INPUT POSITION-MST.
047500     IF NOT WS-THRPOS-OK
047600         DISPLAY "THRINTEG - OPEN ERROR ON POSITION-MST "
047700             WS-THRPOS-STATUS
047800         SET WS-FATAL-ERROR TO TRUE
047900         GO TO 1000-EXIT
048000     END-IF.
048100     OPEN INPUT ACCT-MST.
048200     IF NOT WS-THRACT-OK
048300         DISPLAY "THRINTEG - OPEN ERROR ON ACCT-MST "
048400             WS-THRACT-STATUS
048500         SET WS-FATAL-ERROR TO TRUE
048600         GO TO 1000-EXIT
048700     END-IF.
048800     OPEN INPUT DISP-MST.
048900     IF NOT WS-THRDSP-OK
049000         DISPLAY "THRINTEG - OPEN ERROR ON DISP-MST "
049100             WS-THRDSP-STATUS
049200         SET WS-FATAL-ERROR TO TRUE
049300         GO TO 1000-EXIT
049400     END-IF.
049500     OPEN INPUT HOLD-IN.
049600     IF NOT WS-THRSHI-OK
049700         DISPLAY "THRINTEG - OPEN ERROR ON HOLD-IN "
049800             WS-THRSHI-STATUS
049900         SET WS-FATAL-ERROR TO TRUE
050000         GO TO 1000-EXIT
050100     END-IF.
050200     OPEN OUTPUT INTEG-RPT.
050300     IF NOT WS-THRINR-OK
050400         DISPLAY "THRINTEG - OPEN ERROR ON INTEG-RPT "
050500             WS-THRINR-STATUS
050600         SET WS-FATAL-ERROR TO TRUE
050700         GO TO 1000-EXIT
050800     END-IF.
050900     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
051000     IF WS-FATAL-ERROR
051100         GO TO 1000-EXIT
051200     END-IF.
051300     PERFORM 1100-FIND-HISTORY-RECORD THRU 1100-EXIT
051400         UNTIL WS-HST-EOF.
051500     CLOSE HISTORY-IN.
051600     PERFORM 1150-FIND-FIRST-AUDIT-DATE THRU 1150-EXIT.
051700     CLOSE AUDIT-FIRST.
051800     PERFORM 1200-LOAD-HOLD THRU 1200-EXIT
051900         UNTIL WS-HLD-EOF.
052000     CLOSE HOLD-IN.
052100     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
052200     IF WS-AUD-FIRST-DATE = 99999999
052300         MOVE "EMPTY"         TO WS-RPT-HDR-FIRST
052400     ELSE
052500         MOVE WS-AUD-FIRST-DATE TO WS-RPT-HDR-FIRST
052600     END-IF.
052700     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
052800     PERFORM 1300-READ-AUDIT THRU 1300-EXIT.
052900     PERFORM 1400-READ-POSITION THRU 1400-EXIT.
053000     PERFORM 1500-READ-DISPOSITION THRU 1500-EXIT.
053100 1000-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT    *
053600*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK           *
053700******************************************************************
053800 1010-READ-BUSINESS-DATE.
053900     OPEN INPUT BUSDATE-IN.
054000     IF NOT WS-THRBDT-OK
054100         DISPLAY "THRINTEG - OPEN ERROR ON BUSDATE-IN "
054200             WS-THRBDT-STATUS
054300         SET WS-FATAL-ERROR TO TRUE
054400         GO TO 1010-EXIT
054500     END-IF.
054600     READ BUSDATE-IN
054700         AT END
054800             MOVE ZERO TO THR-BDT-BUS-DATE
054900     END-READ.
055000     IF THR-BDT-BUS-DATE IS NOT NUMERIC
055100         OR THR-BDT-BUS-DATE = ZERO
055200         DISPLAY "THRINTEG - NO BUSINESS DATE ON BUSDATE-IN"
055300         SET WS-FATAL-ERROR TO TRUE
055400     ELSE
055500         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
055600     END-IF.
055700     CLOSE BUSDATE-IN.
055800 1010-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200* 1100-FIND-HISTORY-RECORD - READ THE RUN HISTORY, KEEPING THE   *
056300*    COUNTS FROM THE LAST RECORD FOR THE BUSINESS DATE           *
056400******************************************************************
056500 1100-FIND-HISTORY-RECORD.
056600     READ HISTORY-IN
056700         AT END
056800             SET WS-HST-EOF TO TRUE
056900             GO TO 1100-EXIT
057000     END-READ.
057100     ADD 1 TO WS-HISTORY-READ.
057200     IF THR-HST-RUN-DATE NOT = WS-RUN-DATE-CCYYMMDD
057300         GO TO 1100-EXIT
057400     END-IF.
057500     SET WS-HST-FOUND TO TRUE.
057600     MOVE THR-HST-CLASSIFIED   TO WS-HST-TOTAL.
057700     MOVE THR-HST-WAY-UNDER    TO WS-CLS-HISTORY (1).
057800     MOVE THR-HST-NEAR-UNDER   TO WS-CLS-HISTORY (2).
057900     MOVE THR-HST-AT-THRESHOLD TO WS-CLS-HISTORY (3).
058000     MOVE THR-HST-NEAR-OVER    TO WS-CLS-HISTORY (4).
058100     MOVE THR-HST-WAY-OVER     TO WS-CLS-HISTORY (5).
058200     MOVE ZERO                 TO WS-CLS-HISTORY (6).
058300 1100-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700* 1150-FIND-FIRST-AUDIT-DATE - THE TRAIL IS APPENDED NIGHTLY AND *
058800*    PURGED FROM THE FRONT, SO ITS FIRST RECORD CARRIES THE      *
058900*    OLDEST DATE STILL ON FILE                                   *
059000******************************************************************
059100 1150-FIND-FIRST-AUDIT-DATE.
059200     READ AUDIT-FIRST
059300         AT END
059400             MOVE 99999999 TO WS-AUD-FIRST-DATE
059500             GO TO 1150-EXIT
059600     END-READ.
059700     IF THR-AUF-TS-DATE IS NUMERIC
059800         MOVE THR-AUF-TS-DATE TO WS-AUD-FIRST-DATE
059900     ELSE
060000         MOVE ZERO TO WS-AUD-FIRST-DATE
060100     END-IF.
060200 1150-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600* 1200-LOAD-HOLD - CHECK ONE SUSPENSE HOLD AGAINST THE ACCOUNT   *
060700*    MASTER (A HOLD FOR AN OPEN ACCOUNT SHOULD HAVE BEEN         *
060800*    RELEASED) AND ADD IT TO THE HOLD TABLE                      *
060900******************************************************************
061000 1200-LOAD-HOLD.
061100     READ HOLD-IN
061200         AT END
061300             SET WS-HLD-EOF TO TRUE
061400             GO TO 1200-EXIT
061500     END-READ.
061600     ADD 1 TO WS-HOLDS-READ.
061700     MOVE THR-SHL-ACCT-ID TO THR-ACT-ACCT-ID.
061800     READ ACCT-MST
061900         INVALID KEY
062000             ADD 1 TO WS-HOLDS-UNKNOWN
062100         NOT INVALID KEY
062200             IF THR-ACT-OPEN
062300                 MOVE 5                  TO WS-BRK-CAT
062400                 MOVE THR-SHL-ACCT-ID    TO WS-BRK-ACCT-ID
062500                 MOVE "HOLD FOR AN OPEN ACCOUNT" TO WS-BRK-TEXT
062600                 MOVE THR-SHL-HELD-DATE  TO WS-BRK-DATE
062700                 PERFORM 7000-RECORD-BREAK THRU 7000-EXIT
062800             ELSE
062900                 ADD 1 TO WS-HOLDS-CLOSED
063000             END-IF
063100     END-READ.
063200     IF WS-HLD-COUNT >= WS-HLD-TABLE-MAX
063300         ADD 1 TO WS-HOLDS-NOT-TABLED
063400         GO TO 1200-EXIT
063500     END-IF.
063600     ADD 1 TO WS-HLD-COUNT.
063700     MOVE THR-SHL-ACCT-ID TO WS-HLD-ACCT-ID (WS-HLD-COUNT).
063800 1200-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200* 1300-READ-AUDIT - READ THE NEXT SORTED AUDIT RECORD            *
064300******************************************************************
064400 1300-READ-AUDIT.
064500     READ AUDIT-IN
064600         AT END
064700             MOVE HIGH-VALUES TO WS-AUD-KEY
064800         NOT AT END
064900             ADD 1 TO WS-AUDIT-READ
065000             MOVE THR-AUD-ACCT-ID TO WS-AUD-KEY
065100     END-READ.
065200 1300-EXIT.
065300     EXIT.
065400
065500******************************************************************
065600* 1400-READ-POSITION - READ THE NEXT POSITION MASTER RECORD IN   *
065700*    KEY ORDER                                                   *
065800******************************************************************
065900 1400-READ-POSITION.
066000     READ POSITION-MST NEXT RECORD
066100         AT END
066200             MOVE HIGH-VALUES TO WS-POS-KEY
066300         NOT AT END
066400             ADD 1 TO WS-POSITIONS-READ
066500             MOVE THR-POS-ACCT-ID TO WS-POS-KEY
066600     END-READ.
066700 1400-EXIT.
066800     EXIT.
066900
067000******************************************************************
067100* 1500-READ-DISPOSITION - READ THE NEXT DISPOSITION ITEM IN KEY  *
067200*    ORDER (ACCOUNT ID, THEN WORKLIST DATE)                      *
067300******************************************************************
067400 1500-READ-DISPOSITION.
067500     READ DISP-MST NEXT RECORD
067600         AT END
067700             MOVE HIGH-VALUES TO WS-DSP-KEY
067800         NOT AT END
067900             ADD 1 TO WS-DSP-READ
068000             MOVE THR-DSP-ACCT-ID TO WS-DSP-KEY
068100     END-READ.
068200 1500-EXIT.
068300     EXIT.
068400
068500******************************************************************
068600* 2000-MATCH-FILES - TAKE THE LOWEST ACCOUNT ID ON THE THREE     *
068700*    FILES AND MAKE EVERY CHECK FOR THAT ACCOUNT                 *
068800******************************************************************
068900 2000-MATCH-FILES.
069000     MOVE WS-AUD-KEY TO WS-CUR-KEY.
069100     IF WS-POS-KEY < WS-CUR-KEY
069200         MOVE WS-POS-KEY TO WS-CUR-KEY
069300     END-IF.
069400     IF WS-DSP-KEY < WS-CUR-KEY
069500         MOVE WS-DSP-KEY TO WS-CUR-KEY
069600     END-IF.
069700     SET WS-NOT-AUDITED-TONIGHT TO TRUE.
069800     SET WS-AWD-NOT-FULL TO TRUE.
069900     MOVE ZERO TO WS-AWD-COUNT.
070000     PERFORM 2100-TAKE-AUDIT-RECORD THRU 2100-EXIT
070100         UNTIL WS-AUD-KEY NOT = WS-CUR-KEY.
070200     PERFORM 2200-CHECK-POSITION THRU 2200-EXIT.
070300     PERFORM 2400-CHECK-DESK-ITEM THRU 2400-EXIT
070400         UNTIL WS-DSP-KEY NOT = WS-CUR-KEY.
070500 2000-EXIT.
070600     EXIT.
070700
070800******************************************************************
070900* 2100-TAKE-AUDIT-RECORD - COUNT ONE AUDIT RECORD FOR THE ACCOUNT*
071000*    IN HAND: TONIGHT'S BY CLASS, AND EVERY WO/OV DATE FOR THE   *
071100*    DESK-ITEM CHECK                                             *
071200******************************************************************
071300 2100-TAKE-AUDIT-RECORD.
071400     IF THR-AUD-TS-DATE = WS-RUN-DATE-CCYYMMDD
071500         SET WS-AUDITED-TONIGHT TO TRUE
071600         ADD 1 TO WS-AUD-TONIGHT-TOTAL
071700         EVALUATE THR-AUD-CLASS-CODE
071800             WHEN "WU"
071900                 MOVE 1 TO WS-CLS-SUB
072000             WHEN "NT"
072100                 MOVE 2 TO WS-CLS-SUB
072200             WHEN "AT"
072300                 MOVE 3 TO WS-CLS-SUB
072400             WHEN "OV"
072500                 MOVE 4 TO WS-CLS-SUB
072600             WHEN "WO"
072700                 MOVE 5 TO WS-CLS-SUB
072800             WHEN OTHER
072900                 MOVE 6 TO WS-CLS-SUB
073000         END-EVALUATE
073100         ADD 1 TO WS-CLS-AUDIT (WS-CLS-SUB)
073200     END-IF.
073300     IF THR-AUD-CLASS-CODE = "WO" OR "OV"
073400         PERFORM 2150-NOTE-WO-OV-DATE THRU 2150-EXIT
073500     END-IF.
073600     PERFORM 1300-READ-AUDIT THRU 1300-EXIT.
073700 2100-EXIT.
073800     EXIT.
073900
074000******************************************************************
074100* 2150-NOTE-WO-OV-DATE - ADD THE AUDIT DATE TO THE ACCOUNT'S     *
074200*    WO/OV DATE LIST UNLESS THE LIST ALREADY ENDS WITH THAT DATE *
074300******************************************************************
074400 2150-NOTE-WO-OV-DATE.
074500     IF WS-AWD-COUNT > ZERO
074600         IF WS-AWD-DATE (WS-AWD-COUNT) = THR-AUD-TS-DATE
074700             GO TO 2150-EXIT
074800         END-IF
074900     END-IF.
075000     IF WS-AWD-COUNT >= WS-AWD-TABLE-MAX
075100         SET WS-AWD-FULL TO TRUE
075200         GO TO 2150-EXIT
075300     END-IF.
075400     ADD 1 TO WS-AWD-COUNT.
075500     MOVE THR-AUD-TS-DATE TO WS-AWD-DATE (WS-AWD-COUNT).
075600 2150-EXIT.
075700     EXIT.
075800
075900******************************************************************
076000* 2200-CHECK-POSITION - CHECK THE ACCOUNT'S POSITION RECORD      *
076100*    AGAINST THE ACCOUNT MASTER AND AGAINST TONIGHT'S AUDIT      *
076200******************************************************************
076300 2200-CHECK-POSITION.
076400     IF WS-POS-KEY NOT = WS-CUR-KEY
076500         IF WS-AUDITED-TONIGHT
076600             MOVE 3                  TO WS-BRK-CAT
076700             MOVE WS-CUR-KEY         TO WS-BRK-ACCT-ID
076800             MOVE "AUDITED TONIGHT - NO POSITION RECORD"
076900                                     TO WS-BRK-TEXT
077000             MOVE WS-RUN-DATE-CCYYMMDD TO WS-BRK-DATE
077100             PERFORM 7000-RECORD-BREAK THRU 7000-EXIT
077200         END-IF
077300         GO TO 2200-EXIT
077400     END-IF.
077500     PERFORM 2250-CHECK-POSITION-ACCOUNT THRU 2250-EXIT.
077600     PERFORM 2300-CHECK-POSITION-DATE THRU 2300-EXIT.
077700     PERFORM 1400-READ-POSITION THRU 1400-EXIT.
077800 2200-EXIT.
077900     EXIT.
078000
078100******************************************************************
078200* 2250-CHECK-POSITION-ACCOUNT - A POSITION ACCOUNT MUST BE ON THE*
078300*    ACCOUNT MASTER, OR HAVE A SUSPENSE HOLD THAT EXPLAINS WHY   *
078400*    IT IS NOT                                                   *
078500******************************************************************
078600 2250-CHECK-POSITION-ACCOUNT.
078700     MOVE THR-POS-ACCT-ID TO THR-ACT-ACCT-ID.
078800     READ ACCT-MST
078900         INVALID KEY
079000             CONTINUE
079100         NOT INVALID KEY
079200             GO TO 2250-EXIT
079300     END-READ.
079400     SET WS-NO-HOLD TO TRUE.
079500     PERFORM 2270-SEARCH-HOLD-TABLE THRU 2270-EXIT
079600         VARYING WS-HLD-SUB FROM 1 BY 1
079700         UNTIL WS-HLD-SUB > WS-HLD-COUNT
079800         OR WS-HOLD-ON-FILE.
079900     IF WS-HOLD-ON-FILE
080000         ADD 1 TO WS-EXPLAINED-BY-HOLD
080100         GO TO 2250-EXIT
080200     END-IF.
080300     MOVE 2                  TO WS-BRK-CAT.
080400     MOVE THR-POS-ACCT-ID    TO WS-BRK-ACCT-ID.
080500     MOVE "POSITION ACCOUNT NOT ON ACCOUNT MASTER" TO WS-BRK-TEXT.
080600     MOVE THR-POS-TS-DATE    TO WS-BRK-DATE.
080700     PERFORM 7000-RECORD-BREAK THRU 7000-EXIT.
080800 2250-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200* 2270-SEARCH-HOLD-TABLE - TEST ONE HOLD TABLE ENTRY             *
081300******************************************************************
081400 2270-SEARCH-HOLD-TABLE.
081500     IF WS-HLD-ACCT-ID (WS-HLD-SUB) = THR-POS-ACCT-ID
081600         SET WS-HOLD-ON-FILE TO TRUE
081700     END-IF.
081800 2270-EXIT.
081900     EXIT.
082000
082100******************************************************************
082200* 2300-CHECK-POSITION-DATE - THE POSITION'S EVALUATION DATE MUST *
082300*    AGREE WITH TONIGHT'S AUDIT.  A POSITION STAMPED TONIGHT FOR *
082400*    A REJECT ALONE HAS NO AUDIT RECORD AND IS NOT A BREAK.      *
082500******************************************************************
082600 2300-CHECK-POSITION-DATE.
082700     MOVE 3                  TO WS-BRK-CAT.
082800     MOVE THR-POS-ACCT-ID    TO WS-BRK-ACCT-ID.
082900     MOVE THR-POS-TS-DATE    TO WS-BRK-DATE.
083000     IF THR-POS-TS-DATE IS NOT NUMERIC
083100         MOVE "POSITION TIMESTAMP IS INVALID" TO WS-BRK-TEXT
083200         PERFORM 7000-RECORD-BREAK THRU 7000-EXIT
083300         GO TO 2300-EXIT
083400     END-IF.
083500     IF THR-POS-TS-DATE = WS-RUN-DATE-CCYYMMDD
083600         ADD 1 TO WS-POSTED-TONIGHT
083700     END-IF.
083800     IF THR-POS-TS-DATE > WS-RUN-DATE-CCYYMMDD
083900         MOVE "POSITION DATED AFTER BUSINESS DATE" TO WS-BRK-TEXT
084000         PERFORM 7000-RECORD-BREAK THRU 7000-EXIT
084100         GO TO 2300-EXIT
084200     END-IF.
084300     IF WS-AUDITED-TONIGHT
084400         AND THR-POS-TS-DATE < WS-RUN-DATE-CCYYMMDD
084500         MOVE "AUDITED TONIGHT - POSITION NOT POSTED"
084600                                 TO WS-BRK-TEXT
084700         PERFORM 7000-RECORD-BREAK THRU 7000-EXIT
084800         GO TO 2300-EXIT
084900     END-IF.
085000     IF WS-NOT-AUDITED-TONIGHT
085100         AND THR-POS-TS-DATE = WS-RUN-DATE-CCYYMMDD
085200         AND NOT THR-POS-REJECTED
085300         MOVE "POSTED TONIGHT - NO AUDIT RECORD" TO WS-BRK-TEXT
085400         PERFORM 7000-RECORD-BREAK THRU 7000-EXIT
085500     END-IF.
085600 2300-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000* 2400-CHECK-DESK-ITEM - CHECK ONE DISPOSITION ITEM IF IT IS     *
086100*    STILL PENDING, THEN READ THE NEXT                           *
086200******************************************************************
086300 2400-CHECK-DESK-ITEM.
086400     IF THR-DSP-PENDING
086500         PERFORM 2420-CHECK-PENDING-ITEM THRU 2420-EXIT
086600     END-IF.
086700     PERFORM 1500-READ-DISPOSITION THRU 1500-EXIT.
086800 2400-EXIT.
086900     EXIT.
087000
087100******************************************************************
087200* 2420-CHECK-PENDING-ITEM - A PENDING THRNOTFY ITEM MUST HAVE A  *
087300*    WO OR OV AUDIT RECORD FOR ITS ACCOUNT ON ITS WORKLIST DATE  *
087400******************************************************************
087500 2420-CHECK-PENDING-ITEM.
087600     IF THR-DSP-FROM-WATCH
087700         ADD 1 TO WS-DSP-WATCH
087800         GO TO 2420-EXIT
087900     END-IF.
088000     IF THR-DSP-RUN-DATE < WS-AUD-FIRST-DATE
088100         ADD 1 TO WS-DSP-BEYOND-TRAIL
088200         GO TO 2420-EXIT
088300     END-IF.
088400     SET WS-AWD-NOT-MATCHED TO TRUE.
088500     PERFORM 2450-SEARCH-WO-OV-DATES THRU 2450-EXIT
088600         VARYING WS-AWD-SUB FROM 1 BY 1
088700         UNTIL WS-AWD-SUB > WS-AWD-COUNT
088800         OR WS-AWD-MATCHED.
088900     IF WS-AWD-MATCHED
089000         ADD 1 TO WS-DSP-CHECKED
089100         GO TO 2420-EXIT
089200     END-IF.
089300     IF WS-AWD-FULL
089400         ADD 1 TO WS-DSP-NOT-CHECKED
089500         GO TO 2420-EXIT
089600     END-IF.
089700     ADD 1 TO WS-DSP-CHECKED.
089800     MOVE 4                  TO WS-BRK-CAT.
089900     MOVE THR-DSP-ACCT-ID    TO WS-BRK-ACCT-ID.
090000     MOVE "PENDING ITEM - NO WO/OV AUDIT RECORD" TO WS-BRK-TEXT.
090100     MOVE THR-DSP-RUN-DATE   TO WS-BRK-DATE.
090200     PERFORM 7000-RECORD-BREAK THRU 7000-EXIT.
090300 2420-EXIT.
090400     EXIT.
090500
090600******************************************************************
090700* 2450-SEARCH-WO-OV-DATES - TEST ONE ENTRY OF THE ACCOUNT'S WO/OV*
090800*    DATE LIST                                                   *
090900******************************************************************
091000 2450-SEARCH-WO-OV-DATES.
091100     IF WS-AWD-DATE (WS-AWD-SUB) = THR-DSP-RUN-DATE
091200         SET WS-AWD-MATCHED TO TRUE
091300     END-IF.
091400 2450-EXIT.
091500     EXIT.
091600
091700******************************************************************
091800* 3000-CHECK-RUN-HISTORY - COMPARE TONIGHT'S AUDIT COUNTS WITH   *
091900*    THE RUN-HISTORY RECORD.  EACH LINE THAT DISAGREES IS A      *
092000*    BREAK; A MISSING HISTORY RECORD IS ONE BREAK.               *
092100******************************************************************
092200 3000-CHECK-RUN-HISTORY.
092300     IF NOT WS-HST-FOUND
092400         ADD 1 TO WS-EXC-BREAKS (1)
092500         GO TO 3000-EXIT
092600     END-IF.
092700     IF WS-AUD-TONIGHT-TOTAL NOT = WS-HST-TOTAL
092800         ADD 1 TO WS-EXC-BREAKS (1)
092900     END-IF.
093000     PERFORM 3100-COMPARE-CLASS THRU 3100-EXIT
093100         VARYING WS-CLS-SUB FROM 1 BY 1
093200         UNTIL WS-CLS-SUB > WS-CLASS-MAX.
093300 3000-EXIT.
093400     EXIT.
093500
093600******************************************************************
093700* 3100-COMPARE-CLASS - COMPARE ONE CLASS COUNT                   *
093800******************************************************************
093900 3100-COMPARE-CLASS.
094000     IF WS-CLS-AUDIT (WS-CLS-SUB)
094100         NOT = WS-CLS-HISTORY (WS-CLS-SUB)
094200         ADD 1 TO WS-EXC-BREAKS (1)
094300     END-IF.
094400 3100-EXIT.
094500     EXIT.
094600
094700******************************************************************
094800* 7000-RECORD-BREAK - COUNT THE BREAK IN WS-BRK-CAT AND KEEP IT  *
094900*    FOR THE REPORT WHILE THE CATEGORY'S LIST HAS ROOM           *
095000******************************************************************
095100 7000-RECORD-BREAK.
095200     ADD 1 TO WS-EXC-BREAKS (WS-BRK-CAT).
095300     IF WS-EXC-LISTED (WS-BRK-CAT) >= WS-EXC-LIST-MAX
095400         MOVE "Y" TO WS-EXC-TRUNC-SW (WS-BRK-CAT)
095500         GO TO 7000-EXIT
095600     END-IF.
095700     ADD 1 TO WS-EXC-LISTED (WS-BRK-CAT).
095800     MOVE WS-EXC-LISTED (WS-BRK-CAT) TO WS-EXC-SUB.
095900     MOVE WS-BRK-ACCT-ID
096000         TO WS-EXC-ACCT-ID (WS-BRK-CAT WS-EXC-SUB).
096100     MOVE WS-BRK-TEXT    TO WS-EXC-TEXT (WS-BRK-CAT WS-EXC-SUB).
096200     MOVE WS-BRK-DATE    TO WS-EXC-DATE (WS-BRK-CAT WS-EXC-SUB).
096300 7000-EXIT.
096400     EXIT.
096500
096600******************************************************************
096700* 8000-WRITE-REPORT - PRINT EACH CATEGORY'S SECTION, THEN THE    *
096800*    SUMMARY                                                     *
096900******************************************************************
097000 8000-WRITE-REPORT.
097100     PERFORM 8100-WRITE-HISTORY-SECTION THRU 8100-EXIT.
097200     PERFORM 8200-WRITE-CATEGORY-SECTION THRU 8200-EXIT
097300         VARYING WS-CAT-SUB FROM 2 BY 1
097400         UNTIL WS-CAT-SUB > WS-CAT-MAX.
097500     PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT.
097600 8000-EXIT.
097700     EXIT.
097800
097900******************************************************************
098000* 8100-WRITE-HISTORY-SECTION - THE AUDIT-AGAINST-HISTORY SECTION:*
098100*    ONE LINE FOR THE TOTAL AND ONE PER CLASS, FLAGGED WHERE THE *
098200*    TWO FILES DISAGREE                                          *
098300******************************************************************
098400 8100-WRITE-HISTORY-SECTION.
098500     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
098600     MOVE WS-CAT-TITLE (1) TO WS-RPT-TITLE.
098700     WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
098800     IF NOT WS-HST-FOUND
098900         WRITE WS-RPT-LINE FROM WS-RPT-NO-HIST-LINE
099000     END-IF.
099100     WRITE WS-RPT-LINE FROM WS-RPT-CMP-HDR-LINE.
099200     MOVE "ALL CLASSES"        TO WS-RPT-CMP-NAME.
099300     MOVE WS-AUD-TONIGHT-TOTAL TO WS-RPT-CMP-AUDIT.
099400     MOVE WS-HST-TOTAL         TO WS-EDIT-COUNT.
099500     IF WS-HST-FOUND
099600         AND WS-AUD-TONIGHT-TOTAL NOT = WS-HST-TOTAL
099700         MOVE "*BREAK*"        TO WS-RPT-CMP-FLAG
099800     ELSE
099900         MOVE SPACES           TO WS-RPT-CMP-FLAG
100000     END-IF.
100100     PERFORM 8150-WRITE-COMPARE-LINE THRU 8150-EXIT.
100200     PERFORM 8120-WRITE-CLASS-LINE THRU 8120-EXIT
100300         VARYING WS-CLS-SUB FROM 1 BY 1
100400         UNTIL WS-CLS-SUB > WS-CLASS-MAX.
100500     MOVE "BREAKS"             TO WS-RPT-COUNT-NAME.
100600     MOVE WS-EXC-BREAKS (1)    TO WS-RPT-COUNT-CNT.
100700     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
100800 8100-EXIT.
100900     EXIT.
101000
101100******************************************************************
101200* 8120-WRITE-CLASS-LINE - ONE CLASS COMPARISON LINE              *
101300******************************************************************
101400 8120-WRITE-CLASS-LINE.
101500     MOVE WS-CLASS-NAME (WS-CLS-SUB)  TO WS-RPT-CMP-NAME.
101600     MOVE WS-CLS-AUDIT (WS-CLS-SUB)   TO WS-RPT-CMP-AUDIT.
101700     MOVE WS-CLS-HISTORY (WS-CLS-SUB) TO WS-EDIT-COUNT.
101800     IF WS-HST-FOUND
101900         AND WS-CLS-AUDIT (WS-CLS-SUB)
102000             NOT = WS-CLS-HISTORY (WS-CLS-SUB)
102100         MOVE "*BREAK*"               TO WS-RPT-CMP-FLAG
102200     ELSE
102300         MOVE SPACES                  TO WS-RPT-CMP-FLAG
102400     END-IF.
102500     PERFORM 8150-WRITE-COMPARE-LINE THRU 8150-EXIT.
102600 8120-EXIT.
102700     EXIT.
102800
102900******************************************************************
103000* 8150-WRITE-COMPARE-LINE - SHOW THE HISTORY COUNT, OR N/A WHEN  *
103100*    THERE IS NO HISTORY RECORD, AND WRITE THE LINE              *
103200******************************************************************
103300 8150-WRITE-COMPARE-LINE.
103400     IF WS-HST-FOUND
103500         MOVE WS-EDIT-COUNT    TO WS-RPT-CMP-HIST
103600     ELSE
103700         MOVE "        N/A"    TO WS-RPT-CMP-HIST
103800     END-IF.
103900     WRITE WS-RPT-LINE FROM WS-RPT-CMP-LINE.
104000 8150-EXIT.
104100     EXIT.
104200
104300******************************************************************
104400* 8200-WRITE-CATEGORY-SECTION - ONE LISTED CATEGORY: ITS TITLE,  *
104500*    THE KEPT BREAKS, THE BREAK COUNT AND ITS OWN TALLIES        *
104600******************************************************************
104700 8200-WRITE-CATEGORY-SECTION.
104800     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
104900     MOVE WS-CAT-TITLE (WS-CAT-SUB) TO WS-RPT-TITLE.
105000     WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
105100     IF WS-EXC-BREAKS (WS-CAT-SUB) = ZERO
105200         WRITE WS-RPT-LINE FROM WS-RPT-NONE-LINE
105300     ELSE
105400         WRITE WS-RPT-LINE FROM WS-RPT-COLHDR-LINE
105500         PERFORM 8250-WRITE-EXCEPTION-LINE THRU 8250-EXIT
105600             VARYING WS-EXC-SUB FROM 1 BY 1
105700             UNTIL WS-EXC-SUB > WS-EXC-LISTED (WS-CAT-SUB)
105800         IF WS-EXC-TRUNCATED (WS-CAT-SUB)
105900             WRITE WS-RPT-LINE FROM WS-RPT-TRUNC-LINE
106000         END-IF
106100     END-IF.
106200     MOVE "BREAKS"             TO WS-RPT-COUNT-NAME.
106300     MOVE WS-EXC-BREAKS (WS-CAT-SUB) TO WS-RPT-COUNT-CNT.
106400     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
106500     EVALUATE WS-CAT-SUB
106600         WHEN 2
106700             PERFORM 8300-WRITE-POSITION-TALLIES THRU 8300-EXIT
106800         WHEN 4
106900             PERFORM 8350-WRITE-DESK-TALLIES THRU 8350-EXIT
107000         WHEN 5
107100             PERFORM 8400-WRITE-HOLD-TALLIES THRU 8400-EXIT
107200     END-EVALUATE.
107300 8200-EXIT.
107400     EXIT.
107500
107600******************************************************************
107700* 8250-WRITE-EXCEPTION-LINE - ONE KEPT BREAK                     *
107800******************************************************************
107900 8250-WRITE-EXCEPTION-LINE.
108000     MOVE WS-EXC-ACCT-ID (WS-CAT-SUB WS-EXC-SUB)
108100         TO WS-RPT-ACCT-ID.
108200     MOVE WS-EXC-TEXT (WS-CAT-SUB WS-EXC-SUB)    TO WS-RPT-TEXT.
108300     MOVE WS-EXC-DATE (WS-CAT-SUB WS-EXC-SUB)    TO WS-RPT-DATE.
108400     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
108500 8250-EXIT.
108600     EXIT.
108700
108800******************************************************************
108900* 8300-WRITE-POSITION-TALLIES - POSITIONS READ AND THOSE A HOLD  *
109000*    EXPLAINS                                                    *
109100******************************************************************
109200 8300-WRITE-POSITION-TALLIES.
109300     MOVE "POSITIONS READ"       TO WS-RPT-COUNT-NAME.
109400     MOVE WS-POSITIONS-READ      TO WS-RPT-COUNT-CNT.
109500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
109600     MOVE "  POSTED TONIGHT"     TO WS-RPT-COUNT-NAME.
109700     MOVE WS-POSTED-TONIGHT      TO WS-RPT-COUNT-CNT.
109800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
109900     MOVE "  EXPLAINED BY HOLD"  TO WS-RPT-COUNT-NAME.
110000     MOVE WS-EXPLAINED-BY-HOLD   TO WS-RPT-COUNT-CNT.
110100     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
110200     IF WS-HOLDS-NOT-TABLED > ZERO
110300         MOVE "HOLDS NOT TABLED"     TO WS-RPT-COUNT-NAME
110400         MOVE WS-HOLDS-NOT-TABLED    TO WS-RPT-COUNT-CNT
110500         WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE
110600     END-IF.
110700 8300-EXIT.
110800     EXIT.
110900
111000******************************************************************
111100* 8350-WRITE-DESK-TALLIES - PENDING ITEMS CHECKED AND THOSE LEFT *
111200*    UNCHECKED, BY REASON                                        *
111300******************************************************************
111400 8350-WRITE-DESK-TALLIES.
111500     MOVE "DESK ITEMS READ"      TO WS-RPT-COUNT-NAME.
111600     MOVE WS-DSP-READ            TO WS-RPT-COUNT-CNT.
111700     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
111800     MOVE "  PENDING - CHECKED"  TO WS-RPT-COUNT-NAME.
111900     MOVE WS-DSP-CHECKED         TO WS-RPT-COUNT-CNT.
112000     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
112100     MOVE "  PENDING - WATCH ITEM" TO WS-RPT-COUNT-NAME.
112200     MOVE WS-DSP-WATCH           TO WS-RPT-COUNT-CNT.
112300     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
112400     MOVE "  PENDING - PURGED PAST" TO WS-RPT-COUNT-NAME.
112500     MOVE WS-DSP-BEYOND-TRAIL    TO WS-RPT-COUNT-CNT.
112600     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
112700     IF WS-DSP-NOT-CHECKED > ZERO
112800         MOVE "  PENDING - NOT CHECKED" TO WS-RPT-COUNT-NAME
112900         MOVE WS-DSP-NOT-CHECKED     TO WS-RPT-COUNT-CNT
113000         WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE
113100     END-IF.
113200 8350-EXIT.
113300     EXIT.
113400
113500******************************************************************
113600* 8400-WRITE-HOLD-TALLIES - HOLDS READ AND WHY EACH GOOD ONE IS  *
113700*    STILL HELD                                                  *
113800******************************************************************
113900 8400-WRITE-HOLD-TALLIES.
114000     MOVE "HOLDS READ"           TO WS-RPT-COUNT-NAME.
114100     MOVE WS-HOLDS-READ          TO WS-RPT-COUNT-CNT.
114200     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
114300     MOVE "  ACCOUNT UNKNOWN"    TO WS-RPT-COUNT-NAME.
114400     MOVE WS-HOLDS-UNKNOWN       TO WS-RPT-COUNT-CNT.
114500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
114600     MOVE "  ACCOUNT CLOSED"     TO WS-RPT-COUNT-NAME.
114700     MOVE WS-HOLDS-CLOSED        TO WS-RPT-COUNT-CNT.
114800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
114900 8400-EXIT.
115000     EXIT.
115100
115200******************************************************************
115300* 8500-WRITE-SUMMARY - BREAKS BY CATEGORY, THE TOTAL AND THE     *
115400*    RESULT FOR THE MORNING OPERATOR                             *
115500******************************************************************
115600 8500-WRITE-SUMMARY.
115700     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
115800     MOVE "INTEGRITY SUMMARY"    TO WS-RPT-TITLE.
115900     WRITE WS-RPT-LINE FROM WS-RPT-TITLE-LINE.
116000     MOVE "AUDIT RECORDS READ"   TO WS-RPT-COUNT-NAME.
116100     MOVE WS-AUDIT-READ          TO WS-RPT-COUNT-CNT.
116200     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
116300     MOVE "  TONIGHT"            TO WS-RPT-COUNT-NAME.
116400     MOVE WS-AUD-TONIGHT-TOTAL   TO WS-RPT-COUNT-CNT.
116500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
116600     MOVE "HISTORY RECORDS READ" TO WS-RPT-COUNT-NAME.
116700     MOVE WS-HISTORY-READ        TO WS-RPT-COUNT-CNT.
116800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
116900     MOVE ZERO TO WS-TOTAL-BREAKS.
117000     PERFORM 8550-WRITE-CATEGORY-COUNT THRU 8550-EXIT
117100         VARYING WS-CAT-SUB FROM 1 BY 1
117200         UNTIL WS-CAT-SUB > WS-CAT-MAX.
117300     MOVE "TOTAL BREAKS"         TO WS-RPT-COUNT-NAME.
117400     MOVE WS-TOTAL-BREAKS        TO WS-RPT-COUNT-CNT.
117500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
117600     IF WS-TOTAL-BREAKS = ZERO
117700         MOVE "FILES AGREE"      TO WS-RPT-RESULT
117800     ELSE
117900         MOVE "BREAKS FOUND - SEE SECTIONS ABOVE"
118000                                 TO WS-RPT-RESULT
118100     END-IF.
118200     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
118300     WRITE WS-RPT-LINE FROM WS-RPT-RESULT-LINE.
118400 8500-EXIT.
118500     EXIT.
118600
118700******************************************************************
118800* 8550-WRITE-CATEGORY-COUNT - ONE CATEGORY'S BREAK COUNT         *
118900******************************************************************
119000 8550-WRITE-CATEGORY-COUNT.
119100     MOVE WS-CAT-NAME (WS-CAT-SUB)   TO WS-RPT-COUNT-NAME.
119200     MOVE WS-EXC-BREAKS (WS-CAT-SUB) TO WS-RPT-COUNT-CNT.
119300     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
119400     ADD WS-EXC-BREAKS (WS-CAT-SUB)  TO WS-TOTAL-BREAKS.
119500 8550-EXIT.
119600     EXIT.
119700
119800******************************************************************
119900* 9000-TERMINATE - PRINT THE REPORT, CLOSE FILES AND SET THE     *
120000*    CONDITION CODE                                              *
120100******************************************************************
120200 9000-TERMINATE.
120300     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
120400     CLOSE AUDIT-IN POSITION-MST ACCT-MST DISP-MST INTEG-RPT.
120500     IF WS-TOTAL-BREAKS > ZERO
120600         OR WS-HOLDS-NOT-TABLED > ZERO
120700         MOVE 0004 TO RETURN-CODE
120800     ELSE
120900         MOVE 0000 TO RETURN-CODE
121000     END-IF.
121100 9000-EXIT.
121200     EXIT.
