000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THRCTLMT.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   THIS PROGRAM MAINTAINS THE THRESHOLD CONTROL MASTER (THRCTMR *
001000*   LAYOUT) FROM A TRANSACTION FILE OF ADD / CHANGE / RETIRE     *
001100*   RECORDS (THRCMTR LAYOUT) KEYED BY OPERATIONS, AND EACH NIGHT *
001200*   REWRITES THE THRESH-CTL CONTROL CARD (THRCTLR LAYOUT) FROM   *
001300*   THE ROWS IN FORCE ON THE BUSINESS DATE - REPLACING THE HAND  *
001400*   EDITS OF PROD.THRESH.CONTROL.CARD, WHERE A TYPO IN A         *
001500*   THRESHOLD WENT LIVE THAT NIGHT WITH NO RECORD OF IT.         *
001600*                                                                *
001700*   EVERY MASTER ROW CARRIES AN EFFECTIVE DATE, SO A CUTOFF      *
001800*   CHANGE CAN BE KEYED AHEAD AND TAKES EFFECT ON THE NIGHT IT   *
001900*   IS MEANT TO.  EVERY TRANSACTION IS EDITED BEFORE IT TOUCHES  *
002000*   THE KSDS: THE CATEGORY MUST BE A LETTER, A DIGIT OR "*", THE *
002100*   EFFECTIVE DATE A REAL DATE NOT BEFORE TONIGHT, THE           *
002200*   CHANGED-BY ID PRESENT, THRESHOLD AND MAX VALUE NON-ZERO      *
002300*   WITH MAX VALUE AT LEAST THE THRESHOLD, AND THE PROCESSING    *
002400*   MODE SET ONLY ON THE "*" ROW.  THE "*" DEFAULT ROW CAN NEVER *
002500*   BE RETIRED, AND NO ADD MAY TAKE THE CARD PAST THE TEN ROWS   *
002600*   THE CLASSIFIER'S TABLE HOLDS ON ANY DATE FROM THE ADD'S      *
002650*   EFFECTIVE DATE ONWARD.                                       *
002700*                                                                *
002800*   EVERY APPLIED CHANGE IS APPENDED TO THE PERMANENT THRCLG     *
002900*   CHANGE LOG (THRCLGR LAYOUT) WITH WHO KEYED IT, WHY, AND THE  *
003000*   ROW BEFORE AND AFTER.  THE REGISTER PRINTS ONE DISPOSITION   *
003100*   LINE PER TRANSACTION WITH THE BEFORE AND AFTER IMAGES, THEN  *
003200*   THE ROWS PUBLISHED TO TONIGHT'S CARD AND THE ROWS KEYED      *
003300*   AHEAD AND NOT YET IN FORCE.                                  *
003400*                                                                *
003500*   ON THE FIRST EVER RUN THE MASTER IS EMPTY, AND IS BUILT      *
003600*   FROM THE HAND-KEYED CARD ON THRCTL WITH AN EFFECTIVE DATE    *
003700*   OF ZERO BEFORE ANY TRANSACTION IS APPLIED.                   *
003800*                                                                *
003900*   CONDITION CODE 4 IS RETURNED WHEN ANY TRANSACTION WAS        *
004000*   REJECTED, AND 16 IF SETUP FAILS OR NO "*" ROW IS IN FORCE -  *
004100*   THE JOB THEN LEAVES THE LIVE CARD AS IT STOOD.               *
004200*                                                                *
004300******************************************************************
004400*                  MODIFICATION HISTORY                         *
004500******************************************************************
004600* 2026-10-15 DM  INITIAL VERSION.                                *
004610* 2026-10-15 DM  THE ADD TABLE-SIZE CHECK NOW COUNTS A CATEGORY  *
004620*                WHOSE ROW IN FORCE AT THE EFFECTIVE DATE, OR    *
004630*                ANY ROW KEYED AFTER IT, IS ACTIVE, RATHER THAN  *
004640*                ONLY ITS LAST ROW BY KEY, SO A LATER RETIREMENT *
004650*                NO LONGER HIDES A CATEGORY STILL IN FORCE.      *
004700******************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT MAINT-IN    ASSIGN TO THRCMT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-THRCMT-STATUS.
005800
005900     SELECT CONTROL-IN  ASSIGN TO THRCTL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-THRCTL-STATUS.
006200
006300     SELECT CTL-MST     ASSIGN TO THRCTM
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS THR-CTM-KEY
006700         FILE STATUS IS WS-THRCTM-STATUS.
006800
006900     SELECT CONTROL-OUT ASSIGN TO THRCTO
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-THRCTO-STATUS.
007200
007300     SELECT CHANGE-LOG  ASSIGN TO THRCLG
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-THRCLG-STATUS.
007600
007700     SELECT REGISTER-RPT ASSIGN TO THRCMR
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-THRCMR-STATUS.
008000
008100     SELECT BUSDATE-IN  ASSIGN TO THRBDT
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-THRBDT-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  MAINT-IN
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY THRCMTR.
009100
009200 FD  CONTROL-IN
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY THRCTLR.
009600
009700 FD  CTL-MST
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY THRCTMR.
010100
010200 FD  CONTROL-OUT
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY THRCTLR REPLACING THR-CTL-RECORD     BY CTO-RECORD
010600                    THR-CTL-CATEGORY       BY CTO-CATEGORY
010700                    THR-CTL-DEFAULT-ROW    BY CTO-DEFAULT-ROW
010800                    THR-CTL-THRESHOLD      BY CTO-THRESHOLD
010900                    THR-CTL-MAX-VALUE      BY CTO-MAX-VALUE
011000                    THR-CTL-BAND-WIDTH     BY CTO-BAND-WIDTH
011100                    THR-CTL-PROC-MODE      BY CTO-PROC-MODE
011200                    THR-CTL-MODE-TRANS     BY CTO-MODE-TRANS
011300                    THR-CTL-MODE-ACCT      BY CTO-MODE-ACCT
011400                    THR-CTL-EFF-DATE       BY CTO-EFF-DATE.
011500
011600 FD  CHANGE-LOG
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900     COPY THRCLGR.
012000
012100 FD  REGISTER-RPT
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400 01  WS-RPT-LINE                 PIC X(80).
012500
012600 FD  BUSDATE-IN
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900     COPY THRBDTR.
013000
013100 WORKING-STORAGE SECTION.
013200******************************************************************
013300*    FILE STATUS FIELDS                                         *
013400******************************************************************
013500 01  WS-FILE-STATUSES.
013600     05  WS-THRCMT-STATUS        PIC X(02) VALUE "00".
013700         88  WS-THRCMT-OK                   VALUE "00".
013800     05  WS-THRCTL-STATUS        PIC X(02) VALUE "00".
013900         88  WS-THRCTL-OK                   VALUE "00".
014000     05  WS-THRCTM-STATUS        PIC X(02) VALUE "00".
014100         88  WS-THRCTM-OK                   VALUE "00".
014200         88  WS-THRCTM-NOT-FOUND            VALUE "35".
014300     05  WS-THRCTO-STATUS        PIC X(02) VALUE "00".
014400         88  WS-THRCTO-OK                   VALUE "00".
014500     05  WS-THRCLG-STATUS        PIC X(02) VALUE "00".
014600         88  WS-THRCLG-OK                   VALUE "00".
014700     05  WS-THRCMR-STATUS        PIC X(02) VALUE "00".
014800         88  WS-THRCMR-OK                   VALUE "00".
014900     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
015000         88  WS-THRBDT-OK                   VALUE "00".
015100
015200******************************************************************
015300*    PROGRAM SWITCHES                                           *
015400******************************************************************
015500 01  WS-SWITCHES.
015600     05  WS-CMT-EOF-SW           PIC X(01) VALUE "N".
015700         88  WS-CMT-EOF                     VALUE "Y".
015800     05  WS-CTL-EOF-SW           PIC X(01) VALUE "N".
015900         88  WS-CTL-EOF                     VALUE "Y".
016000     05  WS-CTM-EOF-SW           PIC X(01) VALUE "N".
016100         88  WS-CTM-EOF                     VALUE "Y".
016200         88  WS-CTM-NOT-EOF                 VALUE "N".
016300     05  WS-FATAL-SW             PIC X(01) VALUE "N".
016400         88  WS-FATAL-ERROR                 VALUE "Y".
016500     05  WS-VALID-TRANS-SW       PIC X(01) VALUE "Y".
016600         88  WS-TRANS-VALID                 VALUE "Y".
016700         88  WS-TRANS-INVALID               VALUE "N".
016800     05  WS-BASE-FOUND-SW        PIC X(01) VALUE "N".
016900         88  WS-BASE-FOUND                  VALUE "Y".
017000         88  WS-BASE-NOT-FOUND              VALUE "N".
017100     05  WS-ROW-EXISTS-SW        PIC X(01) VALUE "N".
017200         88  WS-ROW-EXISTS                  VALUE "Y".
017300         88  WS-ROW-NEW                     VALUE "N".
017400     05  WS-PUB-HELD-SW          PIC X(01) VALUE "N".
017500         88  WS-PUB-HELD                    VALUE "Y".
017600         88  WS-PUB-NONE-HELD               VALUE "N".
017700     05  WS-DEFAULT-PUB-SW       PIC X(01) VALUE "N".
017800         88  WS-DEFAULT-PUBLISHED           VALUE "Y".
017900     05  WS-DATE-VALID-SW        PIC X(01) VALUE "N".
018000         88  WS-DATE-VALID                  VALUE "Y".
018100         88  WS-DATE-INVALID                VALUE "N".
018200
018300******************************************************************
018400*    REJECT REASON FOR THE TRANSACTION IN HAND                   *
018500******************************************************************
018600 01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
018700 01  WS-DISPOSITION-WORD         PIC X(08) VALUE SPACES.
018800
018900******************************************************************
019000*    RUN DATE (THE BUSINESS DATE) AND CLOCK TIME FOR THE CHANGE  *
019100*    STAMPS AND THE REGISTER HEADING                             *
019200******************************************************************
019300 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
019400 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
019500
019600******************************************************************
019700*    THE MOST ROWS THE CARD MAY CARRY - THE SIZE OF THE CONTROL  *
019800*    TABLE IN THE CLASSIFIER AND THE OTHER THRESH-CTL READERS    *
019900******************************************************************
020000 01  WS-CTL-TABLE-MAX            PIC 9(02) COMP VALUE 10.
020100 01  WS-CATEGORY-COUNT           PIC 9(02) COMP VALUE ZERO.
020200 01  WS-COUNT-CATEGORY           PIC X(01) VALUE SPACES.
020300 01  WS-COUNT-STATUS             PIC X(01) VALUE SPACES.
020310 01  WS-COUNT-ACTIVE-SW          PIC X(01) VALUE "N".
020320     88  WS-COUNT-ACTIVE                    VALUE "Y".
020330     88  WS-COUNT-NOT-ACTIVE                VALUE "N".
020400
020500******************************************************************
020600*    THE TRANSACTION'S EFFECTIVE DATE, THE ROW IN FORCE FOR ITS  *
020700*    CATEGORY AT THAT DATE (THE BEFORE IMAGE), THE NEXT ROW      *
020800*    KEYED AHEAD OF IT, AND THE ROW TO BE STORED (THE AFTER      *
020900*    IMAGE)                                                      *
021000******************************************************************
021100 01  WS-EFF-DATE                 PIC 9(08) VALUE ZERO.
021200 01  WS-NEXT-EFF-DATE            PIC 9(08) VALUE ZERO.
021300 01  WS-BASE-ROW.
021400     05  WS-BASE-EFF-DATE        PIC 9(08).
021500     05  WS-BASE-STATUS          PIC X(01).
021600         88  WS-BASE-ACTIVE                 VALUE "A".
021700     05  WS-BASE-THRESHOLD       PIC 9(05).
021800     05  WS-BASE-MAX-VALUE       PIC 9(05).
021900     05  WS-BASE-BAND-WIDTH      PIC 9(03).
022000     05  WS-BASE-PROC-MODE       PIC X(01).
022100 01  WS-NEW-ROW.
022200     05  WS-NEW-EFF-DATE         PIC 9(08).
022300     05  WS-NEW-STATUS           PIC X(01).
022400     05  WS-NEW-THRESHOLD        PIC 9(05).
022500     05  WS-NEW-MAX-VALUE        PIC 9(05).
022600     05  WS-NEW-BAND-WIDTH       PIC 9(03).
022700     05  WS-NEW-PROC-MODE        PIC X(01).
022800
022900******************************************************************
023000*    THE ROW HELD FOR PUBLICATION - THE LATEST ROW NOT AFTER     *
023100*    THE BUSINESS DATE FOR THE CATEGORY BEING BROWSED            *
023200******************************************************************
023300 01  WS-PUB-CATEGORY             PIC X(01) VALUE SPACES.
023400 01  WS-PUB-PASS                 PIC 9(01) VALUE ZERO.
023500     88  WS-PUB-DEFAULT-PASS                VALUE 1.
023600     88  WS-PUB-OTHERS-PASS                 VALUE 2.
023700 01  WS-PUB-ROW.
023800     05  WS-PUB-EFF-DATE         PIC 9(08).
023900     05  WS-PUB-STATUS           PIC X(01).
024000         88  WS-PUB-ACTIVE                  VALUE "A".
024100     05  WS-PUB-THRESHOLD        PIC 9(05).
024200     05  WS-PUB-MAX-VALUE        PIC 9(05).
024300     05  WS-PUB-BAND-WIDTH       PIC 9(03).
024400     05  WS-PUB-PROC-MODE        PIC X(01).
024500
024600******************************************************************
024700*    DATE-VALIDATION WORK FIELDS                                 *
024800******************************************************************
024900 01  WS-CHECK-DATE.
025000     05  WS-CHK-YYYY             PIC 9(04).
025100     05  WS-CHK-MM               PIC 9(02).
025200     05  WS-CHK-DD               PIC 9(02).
025300 01  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
025400                                 PIC 9(08).
025500 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
025600 01  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
025700 01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
025800
025900******************************************************************
026000*    RUN-TOTAL COUNTERS FOR THE REGISTER TRAILER                 *
026100******************************************************************
026200 01  WS-COUNTERS.
026300     05  WS-ROWS-LOADED          PIC 9(09) COMP VALUE ZERO.
026400     05  WS-TRANS-READ           PIC 9(09) COMP VALUE ZERO.
026500     05  WS-ADDS-APPLIED         PIC 9(09) COMP VALUE ZERO.
026600     05  WS-CHANGES-APPLIED      PIC 9(09) COMP VALUE ZERO.
026700     05  WS-RETIRES-APPLIED      PIC 9(09) COMP VALUE ZERO.
026800     05  WS-TRANS-REJECTED       PIC 9(09) COMP VALUE ZERO.
026900     05  WS-ROWS-PUBLISHED       PIC 9(09) COMP VALUE ZERO.
027000     05  WS-ROWS-PENDING         PIC 9(09) COMP VALUE ZERO.
027100
027200******************************************************************
027300*    REGISTER LINES                                              *
027400******************************************************************
027500 01  WS-RPT-HDR-LINE.
027600     05  FILLER                  PIC X(36)
027700             VALUE "CONTROL CARD MAINTENANCE REGISTER   ".
027800     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
027900     05  WS-RPT-HDR-DATE         PIC 9(08).
028000     05  FILLER                  PIC X(26) VALUE SPACES.
028100
028200 01  WS-RPT-DETAIL-LINE.
028300     05  WS-RPT-ACTION           PIC X(01).
028400     05  FILLER                  PIC X(02) VALUE SPACES.
028500     05  WS-RPT-CATEGORY         PIC X(01).
028600     05  FILLER                  PIC X(02) VALUE SPACES.
028700     05  WS-RPT-EFF-DATE         PIC X(08).
028800     05  FILLER                  PIC X(02) VALUE SPACES.
028900     05  WS-RPT-CHANGED-BY       PIC X(08).
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  WS-RPT-DISPOSITION      PIC X(40).
029200     05  FILLER                  PIC X(14) VALUE SPACES.
029300
029400 01  WS-RPT-IMAGE-LINE.
029500     05  WS-RPT-IMG-TAG          PIC X(10).
029600     05  WS-RPT-IMG-STATUS       PIC X(01).
029700     05  FILLER                  PIC X(06) VALUE "  THR ".
029800     05  WS-RPT-IMG-THRESHOLD    PIC ZZZZ9.
029900     05  FILLER                  PIC X(06) VALUE "  MAX ".
030000     05  WS-RPT-IMG-MAX-VALUE    PIC ZZZZ9.
030100     05  FILLER                  PIC X(07) VALUE "  BAND ".
030200     05  WS-RPT-IMG-BAND-WIDTH   PIC ZZ9.
030300     05  FILLER                  PIC X(07) VALUE "  MODE ".
030400     05  WS-RPT-IMG-PROC-MODE    PIC X(01).
030500     05  FILLER                  PIC X(06) VALUE "  EFF ".
030600     05  WS-RPT-IMG-EFF-DATE     PIC 9(08).
030700     05  FILLER                  PIC X(15) VALUE SPACES.
030800
030900 01  WS-RPT-SECTION-LINE.
031000     05  WS-RPT-SECTION-TEXT     PIC X(40).
031100     05  WS-RPT-SECTION-DATE     PIC X(08).
031200     05  FILLER                  PIC X(32) VALUE SPACES.
031300
031400 01  WS-RPT-ROW-LINE.
031500     05  FILLER                  PIC X(06) VALUE "  CAT ".
031600     05  WS-RPT-ROW-CATEGORY     PIC X(01).
031700     05  FILLER                  PIC X(06) VALUE "  THR ".
031800     05  WS-RPT-ROW-THRESHOLD    PIC ZZZZ9.
031900     05  FILLER                  PIC X(06) VALUE "  MAX ".
032000     05  WS-RPT-ROW-MAX-VALUE    PIC ZZZZ9.
032100     05  FILLER                  PIC X(07) VALUE "  BAND ".
032200     05  WS-RPT-ROW-BAND-WIDTH   PIC ZZ9.
032300     05  FILLER                  PIC X(07) VALUE "  MODE ".
032400     05  WS-RPT-ROW-PROC-MODE    PIC X(01).
032500     05  FILLER                  PIC X(06) VALUE "  EFF ".
032600     05  WS-RPT-ROW-EFF-DATE     PIC 9(08).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  WS-RPT-ROW-FLAG         PIC X(14).
032900     05  FILLER                  PIC X(03) VALUE SPACES.
033000
033100 01  WS-RPT-COUNT-LINE.
033200     05  WS-RPT-COUNT-NAME       PIC X(24).
033300     05  FILLER                  PIC X(01) VALUE SPACES.
033400     05  WS-RPT-COUNT-CNT        PIC ZZZ,ZZZ,ZZ9.
033500     05  FILLER                  PIC X(44) VALUE SPACES.
033600
033700 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
033800
033900 PROCEDURE DIVISION.
034000******************************************************************
034100* 0000-MAINLINE                                                 *
034200******************************************************************
034300 0000-MAINLINE.
034400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034500     IF WS-FATAL-ERROR
034600         DISPLAY "THRCTLMT - TERMINATING - SETUP FAILED"
034700         MOVE 0016 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
035100         UNTIL WS-CMT-EOF.
035200     PERFORM 7000-PUBLISH-CONTROL-CARD THRU 7000-EXIT.
035300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035400     STOP RUN.
035500
035600******************************************************************
035700* 1000-INITIALIZE - OPEN FILES (CREATING THE MASTER ON ITS      *
035800*    FIRST EVER RUN), TAKE THE BUSINESS DATE, BUILD THE MASTER  *
035900*    FROM THE CARD IF IT IS EMPTY, AND PRIME THE READ           *
036000******************************************************************
036100 1000-INITIALIZE.
036200     OPEN INPUT MAINT-IN.
036300     IF NOT WS-THRCMT-OK
036400         DISPLAY "THRCTLMT - OPEN ERROR ON MAINT-IN "
036500             WS-THRCMT-STATUS
036600         SET WS-FATAL-ERROR TO TRUE
036700         GO TO 1000-EXIT
036800     END-IF.
036900     OPEN INPUT CONTROL-IN.
037000     IF NOT WS-THRCTL-OK
037100         DISPLAY "THRCTLMT - OPEN ERROR ON CONTROL-IN "
037200             WS-THRCTL-STATUS
037300         SET WS-FATAL-ERROR TO TRUE
037400         GO TO 1000-EXIT
037500     END-IF.
037600     OPEN I-O CTL-MST.
037700     IF WS-THRCTM-NOT-FOUND
037800         OPEN OUTPUT CTL-MST
037900         CLOSE CTL-MST
038000         OPEN I-O CTL-MST
038100     END-IF.
038200     IF NOT WS-THRCTM-OK
038300         DISPLAY "THRCTLMT - OPEN ERROR ON CTL-MST "
038400             WS-THRCTM-STATUS
038500         SET WS-FATAL-ERROR TO TRUE
038600         GO TO 1000-EXIT
038700     END-IF.
038800     OPEN OUTPUT CONTROL-OUT.
038900     IF NOT WS-THRCTO-OK
039000         DISPLAY "THRCTLMT - OPEN ERROR ON CONTROL-OUT "
039100             WS-THRCTO-STATUS
039200         SET WS-FATAL-ERROR TO TRUE
039300         GO TO 1000-EXIT
039400     END-IF.
039500     OPEN OUTPUT CHANGE-LOG.
039600     IF NOT WS-THRCLG-OK
039700         DISPLAY "THRCTLMT - OPEN ERROR ON CHANGE-LOG "
039800             WS-THRCLG-STATUS
039900         SET WS-FATAL-ERROR TO TRUE
040000         GO TO 1000-EXIT
040100     END-IF.
040200     OPEN OUTPUT REGISTER-RPT.
040300     IF NOT WS-THRCMR-OK
040400         DISPLAY "THRCTLMT - OPEN ERROR ON REGISTER-RPT "
040500             WS-THRCMR-STATUS
040600         SET WS-FATAL-ERROR TO TRUE
040700         GO TO 1000-EXIT
040800     END-IF.
040900     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
041000     IF WS-FATAL-ERROR
041100         GO TO 1000-EXIT
041200     END-IF.
041300     ACCEPT WS-RUN-TIME FROM TIME.
041400     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
041500     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
041600     PERFORM 1200-BUILD-MASTER-FROM-CARD THRU 1200-EXIT.
041700     IF WS-FATAL-ERROR
041800         GO TO 1000-EXIT
041900     END-IF.
042000     CLOSE CONTROL-IN.
042100     PERFORM 1100-READ-MAINT THRU 1100-EXIT.
042200 1000-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
042700*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
042800******************************************************************
042900 1010-READ-BUSINESS-DATE.
043000     OPEN INPUT BUSDATE-IN.
043100     IF NOT WS-THRBDT-OK
043200         DISPLAY "THRCTLMT - OPEN ERROR ON BUSDATE-IN "
043300             WS-THRBDT-STATUS
043400         SET WS-FATAL-ERROR TO TRUE
043500         GO TO 1010-EXIT
043600     END-IF.
043700     READ BUSDATE-IN
043800         AT END
043900             MOVE ZERO TO THR-BDT-BUS-DATE
044000     END-READ.
044100     IF THR-BDT-BUS-DATE IS NOT NUMERIC
044200         OR THR-BDT-BUS-DATE = ZERO
044300         DISPLAY "THRCTLMT - NO BUSINESS DATE ON BUSDATE-IN"
044400         SET WS-FATAL-ERROR TO TRUE
044500     ELSE
044600         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
044700     END-IF.
044800     CLOSE BUSDATE-IN.
044900 1010-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300* 1100-READ-MAINT - READ THE NEXT MAINTENANCE TRANSACTION       *
045400******************************************************************
045500 1100-READ-MAINT.
045600     READ MAINT-IN
045700         AT END
045800             SET WS-CMT-EOF TO TRUE
045900         NOT AT END
046000             ADD 1 TO WS-TRANS-READ
046100     END-READ.
046200 1100-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600* 1200-BUILD-MASTER-FROM-CARD - ON THE FIRST EVER RUN THE       *
046700*    MASTER IS EMPTY: LOAD EVERY ROW OF THE HAND-KEYED CARD     *
046800*    WITH AN EFFECTIVE DATE OF ZERO, SO TONIGHT'S PUBLISHED     *
046900*    CARD MATCHES IT.  ONCE THE MASTER HOLDS ROWS THE CARD IS   *
047000*    NOT READ.                                                  *
047100******************************************************************
047200 1200-BUILD-MASTER-FROM-CARD.
047300     MOVE LOW-VALUES TO THR-CTM-KEY.
047400     START CTL-MST KEY IS NOT LESS THAN THR-CTM-KEY
047500         INVALID KEY
047600             GO TO 1200-LOAD
047700     END-START.
047800     GO TO 1200-EXIT.
047900 1200-LOAD.
048000     PERFORM 1210-READ-CARD-ROW THRU 1210-EXIT.
048100     IF WS-CTL-EOF
048200         DISPLAY "THRCTLMT - CONTROL MASTER AND THRESH-CTL "
048300             "ARE BOTH EMPTY"
048400         SET WS-FATAL-ERROR TO TRUE
048500         GO TO 1200-EXIT
048600     END-IF.
048700     PERFORM 1250-LOAD-CARD-ROW THRU 1250-EXIT
048800         UNTIL WS-CTL-EOF OR WS-FATAL-ERROR.
048900 1200-EXIT.
049000     EXIT.
049100
049200******************************************************************
049300* 1210-READ-CARD-ROW - READ THE NEXT ROW OF THE HAND-KEYED CARD *
049400******************************************************************
049500 1210-READ-CARD-ROW.
049600     READ CONTROL-IN
049700         AT END
049800             SET WS-CTL-EOF TO TRUE
049900     END-READ.
050000 1210-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400* 1250-LOAD-CARD-ROW - VALIDATE ONE CARD ROW THE WAY THE        *
050500*    CLASSIFIER DOES, STORE IT ON THE MASTER AND LOG IT.  A     *
050600*    GARBLED ROW IS FATAL, THE SAME AS IN THE CLASSIFIER.       *
050700******************************************************************
050800 1250-LOAD-CARD-ROW.
050900     IF THR-CTL-CATEGORY = SPACES
051000         OR THR-CTL-THRESHOLD IS NOT NUMERIC
051100         OR THR-CTL-MAX-VALUE IS NOT NUMERIC
051200         OR THR-CTL-BAND-WIDTH IS NOT NUMERIC
051300         OR THR-CTL-THRESHOLD = ZERO
051400         OR THR-CTL-MAX-VALUE = ZERO
051500         DISPLAY "THRCTLMT - THRESH-CTL ROW IS INVALID - "
051600             "CATEGORY " THR-CTL-CATEGORY
051700             " THRESHOLD " THR-CTL-THRESHOLD
051800             " MAX-VALUE " THR-CTL-MAX-VALUE
051900         SET WS-FATAL-ERROR TO TRUE
052000         GO TO 1250-EXIT
052100     END-IF.
052200     MOVE SPACES              TO THR-CTM-RECORD.
052300     MOVE THR-CTL-CATEGORY    TO THR-CTM-CATEGORY.
052400     MOVE ZERO                TO THR-CTM-EFF-DATE.
052500     SET THR-CTM-ACTIVE       TO TRUE.
052600     MOVE THR-CTL-THRESHOLD   TO THR-CTM-THRESHOLD.
052700     MOVE THR-CTL-MAX-VALUE   TO THR-CTM-MAX-VALUE.
052800     MOVE THR-CTL-BAND-WIDTH  TO THR-CTM-BAND-WIDTH.
052900     MOVE THR-CTL-PROC-MODE   TO THR-CTM-PROC-MODE.
053000     MOVE "CARDLOAD"          TO THR-CTM-CHANGED-BY.
053100     MOVE WS-RUN-DATE-CCYYMMDD TO THR-CTM-CHANGE-DATE.
053200     MOVE WS-RUN-TIME         TO THR-CTM-CHANGE-TIME.
053300     WRITE THR-CTM-RECORD
053400         INVALID KEY
053500             DISPLAY "THRCTLMT - THRESH-CTL CARRIES CATEGORY "
053600                 THR-CTL-CATEGORY " MORE THAN ONCE"
053700             SET WS-FATAL-ERROR TO TRUE
053800             GO TO 1250-EXIT
053900     END-WRITE.
054000     ADD 1 TO WS-ROWS-LOADED.
054100     MOVE SPACES              TO THR-CLG-RECORD.
054200     SET THR-CLG-LOAD         TO TRUE.
054300     MOVE THR-CTM-CATEGORY    TO THR-CLG-CATEGORY.
054400     MOVE ZERO                TO THR-CLG-EFF-DATE.
054500     MOVE THR-CTM-CHANGED-BY  TO THR-CLG-CHANGED-BY.
054600     MOVE "LOADED FROM HAND-KEYED CARD"
054700                              TO THR-CLG-REASON.
054800     MOVE ZERO                TO THR-CLG-BEF-THRESH
054900                                 THR-CLG-BEF-MAX
055000                                 THR-CLG-BEF-BAND.
055100     MOVE THR-CTM-ROW-STATUS  TO THR-CLG-AFT-STATUS.
055200     MOVE THR-CTM-THRESHOLD   TO THR-CLG-AFT-THRESH.
055300     MOVE THR-CTM-MAX-VALUE   TO THR-CLG-AFT-MAX.
055400     MOVE THR-CTM-BAND-WIDTH  TO THR-CLG-AFT-BAND.
055500     MOVE THR-CTM-PROC-MODE   TO THR-CLG-AFT-MODE.
055600     PERFORM 2700-WRITE-LOG-RECORD THRU 2700-EXIT.
055700     MOVE "L"                 TO WS-RPT-ACTION.
055800     MOVE THR-CTM-CATEGORY    TO WS-RPT-CATEGORY.
055900     MOVE THR-CTM-EFF-DATE    TO WS-RPT-EFF-DATE.
056000     MOVE THR-CTM-CHANGED-BY  TO WS-RPT-CHANGED-BY.
056100     MOVE "LOADED FROM THRESH-CTL" TO WS-RPT-DISPOSITION.
056200     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
056300     PERFORM 1210-READ-CARD-ROW THRU 1210-EXIT.
056400 1250-EXIT.
056500     EXIT.
056600
056700******************************************************************
056800* 1300-VALIDATE-DATE - CHECK THE DATE IN WS-CHECK-DATE IS A     *
056900*    REAL CALENDAR DATE                                         *
057000******************************************************************
057100 1300-VALIDATE-DATE.
057200     SET WS-DATE-INVALID TO TRUE.
057300     IF WS-CHECK-DATE-N IS NOT NUMERIC
057400         GO TO 1300-EXIT
057500     END-IF.
057600     IF WS-CHK-YYYY < 1900
057700         OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
057800         OR WS-CHK-DD < 1
057900         GO TO 1300-EXIT
058000     END-IF.
058100     PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT.
058200     IF WS-CHK-DD > WS-DAYS-IN-MONTH
058300         GO TO 1300-EXIT
058400     END-IF.
058500     SET WS-DATE-VALID TO TRUE.
058600 1300-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000* 1350-DAYS-IN-MONTH - SET THE LENGTH OF THE CHECK-DATE MONTH    *
059100******************************************************************
059200 1350-DAYS-IN-MONTH.
059300     EVALUATE WS-CHK-MM
059400         WHEN 4
059500         WHEN 6
059600         WHEN 9
059700         WHEN 11
059800             MOVE 30 TO WS-DAYS-IN-MONTH
059900         WHEN 2
060000             DIVIDE WS-CHK-YYYY BY 4
060100                 GIVING WS-LEAP-QUOTIENT
060200                 REMAINDER WS-LEAP-REMAINDER
060300             IF WS-LEAP-REMAINDER = ZERO
060400                 MOVE 29 TO WS-DAYS-IN-MONTH
060500             ELSE
060600                 MOVE 28 TO WS-DAYS-IN-MONTH
060700             END-IF
060800         WHEN OTHER
060900             MOVE 31 TO WS-DAYS-IN-MONTH
061000     END-EVALUATE.
061100 1350-EXIT.
061200     EXIT.
061300
061400******************************************************************
061500* 1500-FIND-ROW-IN-FORCE - BROWSE THE CATEGORY'S ROWS IN        *
061600*    EFFECTIVE-DATE ORDER FOR THE LATEST ONE NOT AFTER THE      *
061700*    TRANSACTION'S EFFECTIVE DATE (THE BEFORE IMAGE), NOTING    *
061800*    WHETHER A ROW ALREADY EXISTS FOR THAT EXACT DATE AND THE   *
061900*    DATE OF THE FIRST ROW KEYED AHEAD OF IT                    *
062000******************************************************************
062100 1500-FIND-ROW-IN-FORCE.
062200     SET WS-BASE-NOT-FOUND TO TRUE.
062300     SET WS-ROW-NEW TO TRUE.
062400     MOVE ZERO TO WS-NEXT-EFF-DATE.
062500     MOVE THR-CMT-CATEGORY TO THR-CTM-CATEGORY.
062600     MOVE ZERO TO THR-CTM-EFF-DATE.
062700     START CTL-MST KEY IS NOT LESS THAN THR-CTM-KEY
062800         INVALID KEY
062900             GO TO 1500-EXIT
063000     END-START.
063100     SET WS-CTM-NOT-EOF TO TRUE.
063200     PERFORM 1510-READ-NEXT-ROW THRU 1510-EXIT.
063300     PERFORM 1520-EXAMINE-ROW THRU 1520-EXIT
063400         UNTIL WS-CTM-EOF.
063500 1500-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900* 1510-READ-NEXT-ROW - READ THE NEXT MASTER ROW IN KEY ORDER    *
064000******************************************************************
064100 1510-READ-NEXT-ROW.
064200     READ CTL-MST NEXT RECORD
064300         AT END
064400             SET WS-CTM-EOF TO TRUE
064500     END-READ.
064600 1510-EXIT.
064700     EXIT.
064800
064900******************************************************************
065000* 1520-EXAMINE-ROW - TAKE ONE ROW OF THE CATEGORY AS THE BEFORE *
065100*    IMAGE IF IT IS NOT AFTER THE EFFECTIVE DATE; STOP AT THE   *
065200*    FIRST LATER ROW OR THE NEXT CATEGORY                       *
065300******************************************************************
065400 1520-EXAMINE-ROW.
065500     IF THR-CTM-CATEGORY NOT = THR-CMT-CATEGORY
065600         SET WS-CTM-EOF TO TRUE
065700         GO TO 1520-EXIT
065800     END-IF.
065900     IF THR-CTM-EFF-DATE > WS-EFF-DATE
066000         MOVE THR-CTM-EFF-DATE TO WS-NEXT-EFF-DATE
066100         SET WS-CTM-EOF TO TRUE
066200         GO TO 1520-EXIT
066300     END-IF.
066400     SET WS-BASE-FOUND TO TRUE.
066500     IF THR-CTM-EFF-DATE = WS-EFF-DATE
066600         SET WS-ROW-EXISTS TO TRUE
066700     END-IF.
066800     MOVE THR-CTM-EFF-DATE    TO WS-BASE-EFF-DATE.
066900     MOVE THR-CTM-ROW-STATUS  TO WS-BASE-STATUS.
067000     MOVE THR-CTM-THRESHOLD   TO WS-BASE-THRESHOLD.
067100     MOVE THR-CTM-MAX-VALUE   TO WS-BASE-MAX-VALUE.
067200     MOVE THR-CTM-BAND-WIDTH  TO WS-BASE-BAND-WIDTH.
067300     MOVE THR-CTM-PROC-MODE   TO WS-BASE-PROC-MODE.
067400     PERFORM 1510-READ-NEXT-ROW THRU 1510-EXIT.
067500 1520-EXIT.
067600     EXIT.
067700
067800******************************************************************
067900* 1600-COUNT-CATEGORIES - COUNT THE CATEGORIES OTHER THAN THE   *
068000*    ONE IN HAND THAT ARE ACTIVE ON ANY DATE FROM THE           *
068050*    EFFECTIVE DATE ONWARD - THE ROW IN FORCE AT THAT DATE OR   *
068100*    ANY ROW KEYED AFTER IT IS ACTIVE - TO HOLD THE CARD TO THE *
068150*    READERS' TABLE SIZE ON EVERY DATE THE ADD COVERS           *
068200******************************************************************
068300 1600-COUNT-CATEGORIES.
068400     MOVE ZERO TO WS-CATEGORY-COUNT.
068500     MOVE SPACES TO WS-COUNT-CATEGORY WS-COUNT-STATUS.
068550     SET WS-COUNT-NOT-ACTIVE TO TRUE.
068600     MOVE LOW-VALUES TO THR-CTM-KEY.
068700     START CTL-MST KEY IS NOT LESS THAN THR-CTM-KEY
068800         INVALID KEY
068900             GO TO 1600-EXIT
069000     END-START.
069100     SET WS-CTM-NOT-EOF TO TRUE.
069200     PERFORM 1510-READ-NEXT-ROW THRU 1510-EXIT.
069300     PERFORM 1610-COUNT-ONE-ROW THRU 1610-EXIT
069400         UNTIL WS-CTM-EOF.
069500     PERFORM 1620-TALLY-CATEGORY THRU 1620-EXIT.
069600 1600-EXIT.
069700     EXIT.
069800
069900******************************************************************
070000* 1610-COUNT-ONE-ROW - TALLY THE PRIOR CATEGORY ON A CHANGE OF   *
070100*    CATEGORY.  A ROW DATED ON OR BEFORE THE EFFECTIVE DATE     *
070150*    REPLACES THE STATUS IN FORCE; AN ACTIVE ROW KEYED AFTER IT *
070170*    MARKS THE CATEGORY ACTIVE WITHIN THE ADD'S RANGE           *
070200******************************************************************
070300 1610-COUNT-ONE-ROW.
070400     IF THR-CTM-CATEGORY NOT = WS-COUNT-CATEGORY
070500         PERFORM 1620-TALLY-CATEGORY THRU 1620-EXIT
070600         MOVE THR-CTM-CATEGORY TO WS-COUNT-CATEGORY
070650         MOVE SPACES TO WS-COUNT-STATUS
070670         SET WS-COUNT-NOT-ACTIVE TO TRUE
070700     END-IF.
070800     IF THR-CTM-EFF-DATE > WS-EFF-DATE
070820         IF THR-CTM-ACTIVE
070840             SET WS-COUNT-ACTIVE TO TRUE
070860         END-IF
070880     ELSE
070890         MOVE THR-CTM-ROW-STATUS TO WS-COUNT-STATUS
070895     END-IF.
070900     PERFORM 1510-READ-NEXT-ROW THRU 1510-EXIT.
071000 1610-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400* 1620-TALLY-CATEGORY - COUNT THE CATEGORY JUST BROWSED WHEN IT *
071500*    IS ACTIVE ANYWHERE FROM THE EFFECTIVE DATE ONWARD AND IT   *
071550*    IS NOT THE CATEGORY IN HAND                                *
071600******************************************************************
071700 1620-TALLY-CATEGORY.
071750     IF WS-COUNT-STATUS = "A"
071760         SET WS-COUNT-ACTIVE TO TRUE
071770     END-IF.
071800     IF WS-COUNT-CATEGORY NOT = SPACES
071900         AND WS-COUNT-CATEGORY NOT = THR-CMT-CATEGORY
072000         AND WS-COUNT-ACTIVE
072100         ADD 1 TO WS-CATEGORY-COUNT
072200     END-IF.
072300 1620-EXIT.
072400     EXIT.
072500
072600******************************************************************
072700* 2000-PROCESS-TRANSACTION - VALIDATE ONE MAINTENANCE           *
072800*    TRANSACTION AND APPLY OR REJECT IT                         *
072900******************************************************************
073000 2000-PROCESS-TRANSACTION.
073100     PERFORM 2050-VALIDATE-TRANSACTION THRU 2050-EXIT.
073200     IF WS-TRANS-INVALID
073300         PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
073400         GO TO 2000-NEXT
073500     END-IF.
073600     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT.
073700 2000-NEXT.
073800     PERFORM 1100-READ-MAINT THRU 1100-EXIT.
073900 2000-EXIT.
074000     EXIT.
074100
074200******************************************************************
074300* 2050-VALIDATE-TRANSACTION - EDITS COMMON TO EVERY ACTION,     *
074400*    THEN THE PER-ACTION EDITS.  THE ROW IN FORCE AT THE        *
074500*    EFFECTIVE DATE IS FETCHED HERE AND THE NEW ROW BUILT, SO   *
074600*    THE APPLY PARAGRAPH CAN TRUST BOTH THE EDITS AND THE       *
074700*    BEFORE AND AFTER IMAGES.                                   *
074800******************************************************************
074900 2050-VALIDATE-TRANSACTION.
075000     SET WS-TRANS-VALID TO TRUE.
075100     MOVE SPACES TO WS-REJECT-REASON.
075200     IF NOT THR-CMT-ADD
075300         AND NOT THR-CMT-CHANGE
075400         AND NOT THR-CMT-RETIRE
075500         SET WS-TRANS-INVALID TO TRUE
075600         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
075700         GO TO 2050-EXIT
075800     END-IF.
075900     IF THR-CMT-CATEGORY = SPACES
076000         OR (THR-CMT-CATEGORY IS NOT ALPHABETIC-UPPER
076100             AND THR-CMT-CATEGORY IS NOT NUMERIC
076200             AND NOT THR-CMT-DEFAULT-ROW)
076300         SET WS-TRANS-INVALID TO TRUE
076400         MOVE "CATEGORY NOT A LETTER, DIGIT OR *"
076500             TO WS-REJECT-REASON
076600         GO TO 2050-EXIT
076700     END-IF.
076800     IF THR-CMT-CHANGED-BY = SPACES
076900         SET WS-TRANS-INVALID TO TRUE
077000         MOVE "CHANGED-BY ID MISSING" TO WS-REJECT-REASON
077100         GO TO 2050-EXIT
077200     END-IF.
077300     IF THR-CMT-EFF-DATE = SPACES
077400         MOVE WS-RUN-DATE-CCYYMMDD TO WS-EFF-DATE
077500     ELSE
077600         MOVE THR-CMT-EFF-DATE TO WS-CHECK-DATE
077700         PERFORM 1300-VALIDATE-DATE THRU 1300-EXIT
077800         IF WS-DATE-INVALID
077900             SET WS-TRANS-INVALID TO TRUE
078000             MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
078100             GO TO 2050-EXIT
078200         END-IF
078300         MOVE WS-CHECK-DATE-N TO WS-EFF-DATE
078400     END-IF.
078500     IF WS-EFF-DATE < WS-RUN-DATE-CCYYMMDD
078600         SET WS-TRANS-INVALID TO TRUE
078700         MOVE "EFFECTIVE DATE BEFORE TONIGHT" TO WS-REJECT-REASON
078800         GO TO 2050-EXIT
078900     END-IF.
079000     IF THR-CMT-PROC-MODE NOT = SPACE
079100         AND THR-CMT-PROC-MODE NOT = "T"
079200         AND THR-CMT-PROC-MODE NOT = "A"
079300         SET WS-TRANS-INVALID TO TRUE
079400         MOVE "PROCESSING MODE NOT T OR A" TO WS-REJECT-REASON
079500         GO TO 2050-EXIT
079600     END-IF.
079700     IF THR-CMT-PROC-MODE NOT = SPACE
079800         AND NOT THR-CMT-DEFAULT-ROW
079900         SET WS-TRANS-INVALID TO TRUE
080000         MOVE "MODE IS SET ONLY ON THE * ROW" TO WS-REJECT-REASON
080100         GO TO 2050-EXIT
080200     END-IF.
080300     PERFORM 1500-FIND-ROW-IN-FORCE THRU 1500-EXIT.
080400     MOVE WS-EFF-DATE TO WS-NEW-EFF-DATE.
080500     EVALUATE TRUE
080600         WHEN THR-CMT-ADD
080700             PERFORM 2060-EDIT-ADD THRU 2060-EXIT
080800         WHEN THR-CMT-CHANGE
080900             PERFORM 2070-EDIT-CHANGE THRU 2070-EXIT
081000         WHEN THR-CMT-RETIRE
081100             PERFORM 2080-EDIT-RETIRE THRU 2080-EXIT
081200     END-EVALUATE.
081300     IF WS-TRANS-INVALID
081400         GO TO 2050-EXIT
081500     END-IF.
081600     IF NOT THR-CMT-RETIRE
081700         PERFORM 2090-EDIT-NEW-ROW THRU 2090-EXIT
081800     END-IF.
081900 2050-EXIT.
082000     EXIT.
082100
082200******************************************************************
082300* 2060-EDIT-ADD - AN ADD MUST BE FOR A CATEGORY NOT IN FORCE AT *
082400*    THE EFFECTIVE DATE, CARRY ALL THREE VALUES, AND NOT TAKE   *
082500*    THE CARD PAST THE READERS' TABLE SIZE                      *
082600******************************************************************
082700 2060-EDIT-ADD.
082800     IF WS-BASE-FOUND AND WS-BASE-ACTIVE
082900         SET WS-TRANS-INVALID TO TRUE
083000         MOVE "CATEGORY ALREADY IN FORCE" TO WS-REJECT-REASON
083100         GO TO 2060-EXIT
083200     END-IF.
083300     IF THR-CMT-THRESHOLD-N IS NOT NUMERIC
083400         OR THR-CMT-MAX-VALUE-N IS NOT NUMERIC
083500         OR THR-CMT-BAND-WIDTH-N IS NOT NUMERIC
083600         SET WS-TRANS-INVALID TO TRUE
083700         MOVE "ADD NEEDS THRESHOLD, MAX AND BAND"
083800             TO WS-REJECT-REASON
083900         GO TO 2060-EXIT
084000     END-IF.
084100     PERFORM 1600-COUNT-CATEGORIES THRU 1600-EXIT.
084200     IF WS-CATEGORY-COUNT >= WS-CTL-TABLE-MAX
084300         SET WS-TRANS-INVALID TO TRUE
084400         MOVE "CARD WOULD EXCEED 10 ROWS" TO WS-REJECT-REASON
084500         GO TO 2060-EXIT
084600     END-IF.
084700     MOVE "A"                    TO WS-NEW-STATUS.
084800     MOVE THR-CMT-THRESHOLD-N    TO WS-NEW-THRESHOLD.
084900     MOVE THR-CMT-MAX-VALUE-N    TO WS-NEW-MAX-VALUE.
085000     MOVE THR-CMT-BAND-WIDTH-N   TO WS-NEW-BAND-WIDTH.
085100     MOVE THR-CMT-PROC-MODE      TO WS-NEW-PROC-MODE.
085200 2060-EXIT.
085300     EXIT.
085400
085500******************************************************************
085600* 2070-EDIT-CHANGE - A CHANGE MUST HIT A CATEGORY IN FORCE AT    *
085700*    THE EFFECTIVE DATE AND CARRY AT LEAST ONE NUMERIC          *
085800*    REPLACEMENT FIELD; THE REST ARE TAKEN FROM THAT ROW        *
085900******************************************************************
086000 2070-EDIT-CHANGE.
086100     IF WS-BASE-NOT-FOUND OR NOT WS-BASE-ACTIVE
086200         SET WS-TRANS-INVALID TO TRUE
086300         MOVE "CATEGORY NOT IN FORCE AT EFF DATE"
086400             TO WS-REJECT-REASON
086500         GO TO 2070-EXIT
086600     END-IF.
086700     IF THR-CMT-THRESHOLD = SPACES
086800         AND THR-CMT-MAX-VALUE = SPACES
086900         AND THR-CMT-BAND-WIDTH = SPACES
087000         AND THR-CMT-PROC-MODE = SPACE
087100         SET WS-TRANS-INVALID TO TRUE
087200         MOVE "CHANGE CARRIES NO FIELDS" TO WS-REJECT-REASON
087300         GO TO 2070-EXIT
087400     END-IF.
087500     IF (THR-CMT-THRESHOLD NOT = SPACES
087600             AND THR-CMT-THRESHOLD-N IS NOT NUMERIC)
087700         OR (THR-CMT-MAX-VALUE NOT = SPACES
087800             AND THR-CMT-MAX-VALUE-N IS NOT NUMERIC)
087900         OR (THR-CMT-BAND-WIDTH NOT = SPACES
088000             AND THR-CMT-BAND-WIDTH-N IS NOT NUMERIC)
088100         SET WS-TRANS-INVALID TO TRUE
088200         MOVE "REPLACEMENT VALUE NOT NUMERIC" TO WS-REJECT-REASON
088300         GO TO 2070-EXIT
088400     END-IF.
088500     MOVE "A"                    TO WS-NEW-STATUS.
088600     MOVE WS-BASE-THRESHOLD      TO WS-NEW-THRESHOLD.
088700     MOVE WS-BASE-MAX-VALUE      TO WS-NEW-MAX-VALUE.
088800     MOVE WS-BASE-BAND-WIDTH     TO WS-NEW-BAND-WIDTH.
088900     MOVE WS-BASE-PROC-MODE      TO WS-NEW-PROC-MODE.
089000     IF THR-CMT-THRESHOLD NOT = SPACES
089100         MOVE THR-CMT-THRESHOLD-N TO WS-NEW-THRESHOLD
089200     END-IF.
089300     IF THR-CMT-MAX-VALUE NOT = SPACES
089400         MOVE THR-CMT-MAX-VALUE-N TO WS-NEW-MAX-VALUE
089500     END-IF.
089600     IF THR-CMT-BAND-WIDTH NOT = SPACES
089700         MOVE THR-CMT-BAND-WIDTH-N TO WS-NEW-BAND-WIDTH
089800     END-IF.
089900     IF THR-CMT-PROC-MODE NOT = SPACE
090000         MOVE THR-CMT-PROC-MODE TO WS-NEW-PROC-MODE
090100     END-IF.
090200 2070-EXIT.
090300     EXIT.
090400
090500******************************************************************
090600* 2080-EDIT-RETIRE - THE "*" DEFAULT ROW CAN NEVER BE RETIRED,  *
090700*    AND A RETIREMENT MUST HIT A CATEGORY IN FORCE AT THE       *
090800*    EFFECTIVE DATE.  THE RETIRED ROW KEEPS THE LAST VALUES.    *
090900******************************************************************
091000 2080-EDIT-RETIRE.
091100     IF THR-CMT-DEFAULT-ROW
091200         SET WS-TRANS-INVALID TO TRUE
091300         MOVE "THE * ROW CANNOT BE RETIRED" TO WS-REJECT-REASON
091400         GO TO 2080-EXIT
091500     END-IF.
091600     IF WS-BASE-NOT-FOUND OR NOT WS-BASE-ACTIVE
091700         SET WS-TRANS-INVALID TO TRUE
091800         MOVE "CATEGORY NOT IN FORCE AT EFF DATE"
091900             TO WS-REJECT-REASON
092000         GO TO 2080-EXIT
092100     END-IF.
092200     MOVE "R"                    TO WS-NEW-STATUS.
092300     MOVE WS-BASE-THRESHOLD      TO WS-NEW-THRESHOLD.
092400     MOVE WS-BASE-MAX-VALUE      TO WS-NEW-MAX-VALUE.
092500     MOVE WS-BASE-BAND-WIDTH     TO WS-NEW-BAND-WIDTH.
092600     MOVE WS-BASE-PROC-MODE      TO WS-NEW-PROC-MODE.
092700 2080-EXIT.
092800     EXIT.
092900
093000******************************************************************
093100* 2090-EDIT-NEW-ROW - THE VALUE EDITS ON THE ROW AS IT WILL BE  *
093200*    STORED: A NON-ZERO THRESHOLD AND MAX VALUE, WITH THE MAX   *
093300*    VALUE AT LEAST THE THRESHOLD                               *
093400******************************************************************
093500 2090-EDIT-NEW-ROW.
093600     IF WS-NEW-THRESHOLD = ZERO
093700         SET WS-TRANS-INVALID TO TRUE
093800         MOVE "THRESHOLD IS ZERO" TO WS-REJECT-REASON
093900         GO TO 2090-EXIT
094000     END-IF.
094100     IF WS-NEW-MAX-VALUE = ZERO
094200         SET WS-TRANS-INVALID TO TRUE
094300         MOVE "MAX VALUE IS ZERO" TO WS-REJECT-REASON
094400         GO TO 2090-EXIT
094500     END-IF.
094600     IF WS-NEW-MAX-VALUE < WS-NEW-THRESHOLD
094700         SET WS-TRANS-INVALID TO TRUE
094800         MOVE "MAX VALUE BELOW THRESHOLD" TO WS-REJECT-REASON
094900     END-IF.
095000 2090-EXIT.
095100     EXIT.
095200
095300******************************************************************
095400* 2700-WRITE-LOG-RECORD - STAMP AND APPEND ONE CHANGE-LOG       *
095500*    RECORD ALREADY FILLED BY THE CALLER                        *
095600******************************************************************
095700 2700-WRITE-LOG-RECORD.
095800     MOVE WS-RUN-DATE-CCYYMMDD TO THR-CLG-LOG-DATE.
095900     MOVE WS-RUN-TIME         TO THR-CLG-LOG-TIME.
096000     WRITE THR-CLG-RECORD.
096100     IF NOT WS-THRCLG-OK
096200         DISPLAY "THRCTLMT - WRITE ERROR ON CHANGE-LOG "
096300             WS-THRCLG-STATUS
096400     END-IF.
096500 2700-EXIT.
096600     EXIT.
096700
096800******************************************************************
096900* 2800-REGISTER-APPLIED - PRINT THE DISPOSITION LINE FOR AN     *
097000*    APPLIED TRANSACTION                                        *
097100******************************************************************
097200 2800-REGISTER-APPLIED.
097300     MOVE THR-CMT-ACTION      TO WS-RPT-ACTION.
097400     MOVE THR-CMT-CATEGORY    TO WS-RPT-CATEGORY.
097500     MOVE WS-NEW-EFF-DATE     TO WS-RPT-EFF-DATE.
097600     MOVE THR-CMT-CHANGED-BY  TO WS-RPT-CHANGED-BY.
097700     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
097800 2800-EXIT.
097900     EXIT.
098000
098100******************************************************************
098200* 2840-REGISTER-BEFORE-IMAGE - PRINT THE ROW IN FORCE AT THE    *
098300*    EFFECTIVE DATE BEFORE THE TRANSACTION WAS APPLIED          *
098400******************************************************************
098500 2840-REGISTER-BEFORE-IMAGE.
098600     MOVE "  BEFORE: "        TO WS-RPT-IMG-TAG.
098700     MOVE WS-BASE-STATUS      TO WS-RPT-IMG-STATUS.
098800     MOVE WS-BASE-THRESHOLD   TO WS-RPT-IMG-THRESHOLD.
098900     MOVE WS-BASE-MAX-VALUE   TO WS-RPT-IMG-MAX-VALUE.
099000     MOVE WS-BASE-BAND-WIDTH  TO WS-RPT-IMG-BAND-WIDTH.
099100     MOVE WS-BASE-PROC-MODE   TO WS-RPT-IMG-PROC-MODE.
099200     MOVE WS-BASE-EFF-DATE    TO WS-RPT-IMG-EFF-DATE.
099300     WRITE WS-RPT-LINE FROM WS-RPT-IMAGE-LINE.
099400 2840-EXIT.
099500     EXIT.
099600
099700******************************************************************
099800* 2850-REGISTER-AFTER-IMAGE - PRINT THE ROW AS IT WAS STORED    *
099900******************************************************************
100000 2850-REGISTER-AFTER-IMAGE.
100100     MOVE "  AFTER:  "        TO WS-RPT-IMG-TAG.
100200     MOVE WS-NEW-STATUS       TO WS-RPT-IMG-STATUS.
100300     MOVE WS-NEW-THRESHOLD    TO WS-RPT-IMG-THRESHOLD.
100400     MOVE WS-NEW-MAX-VALUE    TO WS-RPT-IMG-MAX-VALUE.
100500     MOVE WS-NEW-BAND-WIDTH   TO WS-RPT-IMG-BAND-WIDTH.
100600     MOVE WS-NEW-PROC-MODE    TO WS-RPT-IMG-PROC-MODE.
100700     MOVE WS-NEW-EFF-DATE     TO WS-RPT-IMG-EFF-DATE.
100800     WRITE WS-RPT-LINE FROM WS-RPT-IMAGE-LINE.
100900 2850-EXIT.
101000     EXIT.
101100
101200******************************************************************
101300* 2900-REGISTER-REJECT - PRINT THE DISPOSITION LINE FOR A       *
101400*    REJECTED TRANSACTION WITH ITS REASON                       *
101500******************************************************************
101600 2900-REGISTER-REJECT.
101700     MOVE THR-CMT-ACTION      TO WS-RPT-ACTION.
101800     MOVE THR-CMT-CATEGORY    TO WS-RPT-CATEGORY.
101900     MOVE THR-CMT-EFF-DATE    TO WS-RPT-EFF-DATE.
102000     MOVE THR-CMT-CHANGED-BY  TO WS-RPT-CHANGED-BY.
102100     MOVE SPACES              TO WS-RPT-DISPOSITION.
102200     STRING "REJECTED - " DELIMITED BY SIZE
102300            WS-REJECT-REASON DELIMITED BY SIZE
102400            INTO WS-RPT-DISPOSITION.
102500     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
102600     ADD 1 TO WS-TRANS-REJECTED.
102700 2900-EXIT.
102800     EXIT.
102900
103000******************************************************************
103100* 3000-APPLY-TRANSACTION - STORE THE NEW ROW (REPLACING ANY ROW  *
103200*    ALREADY KEYED FOR THE SAME DATE), LOG THE CHANGE AND       *
103300*    REGISTER IT WITH ITS BEFORE AND AFTER IMAGES               *
103400******************************************************************
103500 3000-APPLY-TRANSACTION.
103600     MOVE SPACES              TO THR-CTM-RECORD.
103700     MOVE THR-CMT-CATEGORY    TO THR-CTM-CATEGORY.
103800     MOVE WS-NEW-EFF-DATE     TO THR-CTM-EFF-DATE.
103900     MOVE WS-NEW-STATUS       TO THR-CTM-ROW-STATUS.
104000     MOVE WS-NEW-THRESHOLD    TO THR-CTM-THRESHOLD.
104100     MOVE WS-NEW-MAX-VALUE    TO THR-CTM-MAX-VALUE.
104200     MOVE WS-NEW-BAND-WIDTH   TO THR-CTM-BAND-WIDTH.
104300     MOVE WS-NEW-PROC-MODE    TO THR-CTM-PROC-MODE.
104400     MOVE THR-CMT-CHANGED-BY  TO THR-CTM-CHANGED-BY.
104500     MOVE WS-RUN-DATE-CCYYMMDD TO THR-CTM-CHANGE-DATE.
104600     MOVE WS-RUN-TIME         TO THR-CTM-CHANGE-TIME.
104700     IF WS-ROW-EXISTS
104800         REWRITE THR-CTM-RECORD
104900             INVALID KEY
105000                 DISPLAY "THRCTLMT - REWRITE FAILED FOR "
105100                     THR-CTM-KEY " STATUS " WS-THRCTM-STATUS
105200                 MOVE "REWRITE FAILED - SEE LOG"
105300                     TO WS-REJECT-REASON
105400                 PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
105500                 GO TO 3000-EXIT
105600         END-REWRITE
105700     ELSE
105800         WRITE THR-CTM-RECORD
105900             INVALID KEY
106000                 DISPLAY "THRCTLMT - WRITE FAILED FOR "
106100                     THR-CTM-KEY " STATUS " WS-THRCTM-STATUS
106200                 MOVE "WRITE FAILED - SEE LOG"
106300                     TO WS-REJECT-REASON
106400                 PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
106500                 GO TO 3000-EXIT
106600         END-WRITE
106700     END-IF.
106800     EVALUATE TRUE
106900         WHEN THR-CMT-ADD
107000             ADD 1 TO WS-ADDS-APPLIED
107100             MOVE "ADDED" TO WS-RPT-DISPOSITION
107200         WHEN THR-CMT-CHANGE
107300             ADD 1 TO WS-CHANGES-APPLIED
107400             MOVE "CHANGED" TO WS-RPT-DISPOSITION
107500         WHEN THR-CMT-RETIRE
107600             ADD 1 TO WS-RETIRES-APPLIED
107700             MOVE "RETIRED" TO WS-RPT-DISPOSITION
107800     END-EVALUATE.
107900     IF WS-ROW-EXISTS
108000         MOVE WS-RPT-DISPOSITION TO WS-DISPOSITION-WORD
108100         MOVE SPACES TO WS-RPT-DISPOSITION
108200         STRING WS-DISPOSITION-WORD DELIMITED BY SPACE
108300                " - REPLACES ROW KEYED EARLIER"
108400                    DELIMITED BY SIZE
108500                INTO WS-RPT-DISPOSITION
108600     END-IF.
108700     PERFORM 3100-LOG-CHANGE THRU 3100-EXIT.
108800     PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.
108900     IF WS-BASE-FOUND
109000         PERFORM 2840-REGISTER-BEFORE-IMAGE THRU 2840-EXIT
109100     END-IF.
109200     PERFORM 2850-REGISTER-AFTER-IMAGE THRU 2850-EXIT.
109300     IF WS-NEXT-EFF-DATE NOT = ZERO
109400         MOVE SPACES TO WS-RPT-SECTION-LINE
109500         MOVE "  NOTE: A LATER ROW IS KEYED FOR"
109600             TO WS-RPT-SECTION-TEXT
109700         MOVE WS-NEXT-EFF-DATE TO WS-RPT-SECTION-DATE
109800         WRITE WS-RPT-LINE FROM WS-RPT-SECTION-LINE
109900     END-IF.
110000 3000-EXIT.
110100     EXIT.
110200
110300******************************************************************
110400* 3100-LOG-CHANGE - APPEND THE PERMANENT CHANGE-LOG RECORD FOR  *
110500*    THE TRANSACTION JUST APPLIED                               *
110600******************************************************************
110700 3100-LOG-CHANGE.
110800     MOVE SPACES              TO THR-CLG-RECORD.
110900     MOVE THR-CMT-ACTION      TO THR-CLG-ACTION.
111000     MOVE THR-CMT-CATEGORY    TO THR-CLG-CATEGORY.
111100     MOVE WS-NEW-EFF-DATE     TO THR-CLG-EFF-DATE.
111200     MOVE THR-CMT-CHANGED-BY  TO THR-CLG-CHANGED-BY.
111300     MOVE THR-CMT-REASON      TO THR-CLG-REASON.
111400     IF WS-BASE-FOUND
111500         MOVE WS-BASE-STATUS      TO THR-CLG-BEF-STATUS
111600         MOVE WS-BASE-THRESHOLD   TO THR-CLG-BEF-THRESH
111700         MOVE WS-BASE-MAX-VALUE   TO THR-CLG-BEF-MAX
111800         MOVE WS-BASE-BAND-WIDTH  TO THR-CLG-BEF-BAND
111900         MOVE WS-BASE-PROC-MODE   TO THR-CLG-BEF-MODE
112000     ELSE
112100         MOVE ZERO                TO THR-CLG-BEF-THRESH
112200                                     THR-CLG-BEF-MAX
112300                                     THR-CLG-BEF-BAND
112400     END-IF.
112500     MOVE WS-NEW-STATUS       TO THR-CLG-AFT-STATUS.
112600     MOVE WS-NEW-THRESHOLD    TO THR-CLG-AFT-THRESH.
112700     MOVE WS-NEW-MAX-VALUE    TO THR-CLG-AFT-MAX.
112800     MOVE WS-NEW-BAND-WIDTH   TO THR-CLG-AFT-BAND.
112900     MOVE WS-NEW-PROC-MODE    TO THR-CLG-AFT-MODE.
113000     PERFORM 2700-WRITE-LOG-RECORD THRU 2700-EXIT.
113100 3100-EXIT.
113200     EXIT.
113300
113400******************************************************************
113500* 7000-PUBLISH-CONTROL-CARD - WRITE TONIGHT'S THRESH-CTL CARD   *
113600*    FROM THE ROWS IN FORCE ON THE BUSINESS DATE.  THE "*" ROW  *
113700*    IS WRITTEN FIRST, ON A PASS OF ITS OWN, BECAUSE THE        *
113800*    CLASSIFIER TAKES THE PROCESSING MODE FROM THE FIRST ROW.   *
113900*    ROWS KEYED AHEAD ARE LISTED BUT NOT PUBLISHED.  NO "*" ROW *
114000*    IN FORCE IS FATAL.                                         *
114100******************************************************************
114200 7000-PUBLISH-CONTROL-CARD.
114300     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
114400     MOVE SPACES TO WS-RPT-SECTION-LINE.
114500     MOVE "ROWS PUBLISHED TO THRESH-CTL FOR"
114600         TO WS-RPT-SECTION-TEXT.
114700     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-SECTION-DATE.
114800     WRITE WS-RPT-LINE FROM WS-RPT-SECTION-LINE.
114900     SET WS-PUB-DEFAULT-PASS TO TRUE.
115000     MOVE "*" TO THR-CTM-CATEGORY.
115100     MOVE ZERO TO THR-CTM-EFF-DATE.
115200     PERFORM 7100-BROWSE-FOR-PUBLISH THRU 7100-EXIT.
115300     IF NOT WS-DEFAULT-PUBLISHED
115400         DISPLAY "THRCTLMT - NO * DEFAULT ROW IN FORCE ON "
115500             WS-RUN-DATE-CCYYMMDD
115600         SET WS-FATAL-ERROR TO TRUE
115700         GO TO 7000-EXIT
115800     END-IF.
115900     SET WS-PUB-OTHERS-PASS TO TRUE.
116000     MOVE LOW-VALUES TO THR-CTM-KEY.
116100     PERFORM 7100-BROWSE-FOR-PUBLISH THRU 7100-EXIT.
116200 7000-EXIT.
116300     EXIT.
116400
116500******************************************************************
116600* 7100-BROWSE-FOR-PUBLISH - BROWSE THE MASTER FROM THE KEY SET  *
116700*    BY THE CALLER, HOLDING EACH CATEGORY'S LATEST ROW NOT      *
116800*    AFTER THE BUSINESS DATE AND PUBLISHING IT ON THE CHANGE    *
116900*    OF CATEGORY                                                *
117000******************************************************************
117100 7100-BROWSE-FOR-PUBLISH.
117200     SET WS-PUB-NONE-HELD TO TRUE.
117300     MOVE SPACES TO WS-PUB-CATEGORY.
117400     START CTL-MST KEY IS NOT LESS THAN THR-CTM-KEY
117500         INVALID KEY
117600             GO TO 7100-EXIT
117700     END-START.
117800     SET WS-CTM-NOT-EOF TO TRUE.
117900     PERFORM 1510-READ-NEXT-ROW THRU 1510-EXIT.
118000     PERFORM 7150-EXAMINE-FOR-PUBLISH THRU 7150-EXIT
118100         UNTIL WS-CTM-EOF.
118200     PERFORM 7200-PUBLISH-HELD-ROW THRU 7200-EXIT.
118300 7100-EXIT.
118400     EXIT.
118500
118600******************************************************************
118700* 7150-EXAMINE-FOR-PUBLISH - ONE MASTER ROW: PUBLISH THE PRIOR  *
118800*    CATEGORY'S HELD ROW ON A CHANGE OF CATEGORY, HOLD THIS ROW *
118900*    IF IT IS IN FORCE, OR LIST IT AS KEYED AHEAD               *
119000******************************************************************
119100 7150-EXAMINE-FOR-PUBLISH.
119200     IF WS-PUB-DEFAULT-PASS
119300         AND NOT THR-CTM-DEFAULT-ROW
119400         SET WS-CTM-EOF TO TRUE
119500         GO TO 7150-EXIT
119600     END-IF.
119700     IF WS-PUB-OTHERS-PASS
119800         AND THR-CTM-DEFAULT-ROW
119900         GO TO 7150-NEXT
120000     END-IF.
120100     IF THR-CTM-CATEGORY NOT = WS-PUB-CATEGORY
120200         PERFORM 7200-PUBLISH-HELD-ROW THRU 7200-EXIT
120300         MOVE THR-CTM-CATEGORY TO WS-PUB-CATEGORY
120400     END-IF.
120500     IF THR-CTM-EFF-DATE > WS-RUN-DATE-CCYYMMDD
120600         PERFORM 7300-LIST-PENDING-ROW THRU 7300-EXIT
120700         GO TO 7150-NEXT
120800     END-IF.
120900     SET WS-PUB-HELD TO TRUE.
121000     MOVE THR-CTM-EFF-DATE    TO WS-PUB-EFF-DATE.
121100     MOVE THR-CTM-ROW-STATUS  TO WS-PUB-STATUS.
121200     MOVE THR-CTM-THRESHOLD   TO WS-PUB-THRESHOLD.
121300     MOVE THR-CTM-MAX-VALUE   TO WS-PUB-MAX-VALUE.
121400     MOVE THR-CTM-BAND-WIDTH  TO WS-PUB-BAND-WIDTH.
121500     MOVE THR-CTM-PROC-MODE   TO WS-PUB-PROC-MODE.
121600 7150-NEXT.
121700     PERFORM 1510-READ-NEXT-ROW THRU 1510-EXIT.
121800 7150-EXIT.
121900     EXIT.
122000
122100******************************************************************
122200* 7200-PUBLISH-HELD-ROW - WRITE THE HELD ROW TO THE NEW CARD    *
122300*    AND THE REGISTER, UNLESS IT RETIRES THE CATEGORY.  A ROW   *
122400*    THAT TOOK EFFECT TONIGHT IS FLAGGED.                       *
122500******************************************************************
122600 7200-PUBLISH-HELD-ROW.
122700     IF WS-PUB-NONE-HELD
122800         GO TO 7200-EXIT
122900     END-IF.
123000     SET WS-PUB-NONE-HELD TO TRUE.
123100     IF NOT WS-PUB-ACTIVE
123200         GO TO 7200-EXIT
123300     END-IF.
123400     MOVE SPACES              TO CTO-RECORD.
123500     MOVE WS-PUB-CATEGORY     TO CTO-CATEGORY.
123600     MOVE WS-PUB-THRESHOLD    TO CTO-THRESHOLD.
123700     MOVE WS-PUB-MAX-VALUE    TO CTO-MAX-VALUE.
123800     MOVE WS-PUB-BAND-WIDTH   TO CTO-BAND-WIDTH.
123900     MOVE WS-PUB-PROC-MODE    TO CTO-PROC-MODE.
124000     MOVE WS-PUB-EFF-DATE     TO CTO-EFF-DATE.
124100     WRITE CTO-RECORD.
124200     IF NOT WS-THRCTO-OK
124300         DISPLAY "THRCTLMT - WRITE ERROR ON CONTROL-OUT "
124400             WS-THRCTO-STATUS
124500         SET WS-FATAL-ERROR TO TRUE
124600         GO TO 7200-EXIT
124700     END-IF.
124800     ADD 1 TO WS-ROWS-PUBLISHED.
124900     IF CTO-DEFAULT-ROW
125000         SET WS-DEFAULT-PUBLISHED TO TRUE
125100     END-IF.
125200     MOVE WS-PUB-CATEGORY     TO WS-RPT-ROW-CATEGORY.
125300     MOVE WS-PUB-THRESHOLD    TO WS-RPT-ROW-THRESHOLD.
125400     MOVE WS-PUB-MAX-VALUE    TO WS-RPT-ROW-MAX-VALUE.
125500     MOVE WS-PUB-BAND-WIDTH   TO WS-RPT-ROW-BAND-WIDTH.
125600     MOVE WS-PUB-PROC-MODE    TO WS-RPT-ROW-PROC-MODE.
125700     MOVE WS-PUB-EFF-DATE     TO WS-RPT-ROW-EFF-DATE.
125800     IF WS-PUB-EFF-DATE = WS-RUN-DATE-CCYYMMDD
125900         MOVE "NEW TONIGHT"   TO WS-RPT-ROW-FLAG
126000     ELSE
126100         MOVE SPACES          TO WS-RPT-ROW-FLAG
126200     END-IF.
126300     WRITE WS-RPT-LINE FROM WS-RPT-ROW-LINE.
126400 7200-EXIT.
126500     EXIT.
126600
126700******************************************************************
126800* 7300-LIST-PENDING-ROW - LIST A ROW KEYED AHEAD OF THE         *
126900*    BUSINESS DATE, NOT YET IN FORCE                            *
127000******************************************************************
127100 7300-LIST-PENDING-ROW.
127200     ADD 1 TO WS-ROWS-PENDING.
127300     MOVE THR-CTM-CATEGORY    TO WS-RPT-ROW-CATEGORY.
127400     MOVE THR-CTM-THRESHOLD   TO WS-RPT-ROW-THRESHOLD.
127500     MOVE THR-CTM-MAX-VALUE   TO WS-RPT-ROW-MAX-VALUE.
127600     MOVE THR-CTM-BAND-WIDTH  TO WS-RPT-ROW-BAND-WIDTH.
127700     MOVE THR-CTM-PROC-MODE   TO WS-RPT-ROW-PROC-MODE.
127800     MOVE THR-CTM-EFF-DATE    TO WS-RPT-ROW-EFF-DATE.
127900     IF THR-CTM-RETIRED
128000         MOVE "PENDING RETIRE" TO WS-RPT-ROW-FLAG
128100     ELSE
128200         MOVE "PENDING"       TO WS-RPT-ROW-FLAG
128300     END-IF.
128400     WRITE WS-RPT-LINE FROM WS-RPT-ROW-LINE.
128500 7300-EXIT.
128600     EXIT.
128700
128800******************************************************************
128900* 8000-WRITE-REGISTER-TOTALS - PRINT THE APPLIED, REJECTED AND  *
129000*    PUBLISHED COUNTS                                           *
129100******************************************************************
129200 8000-WRITE-REGISTER-TOTALS.
129300     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
129400     MOVE "ROWS LOADED FROM CARD" TO WS-RPT-COUNT-NAME.
129500     MOVE WS-ROWS-LOADED         TO WS-RPT-COUNT-CNT.
129600     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
129700     MOVE "TRANSACTIONS READ"    TO WS-RPT-COUNT-NAME.
129800     MOVE WS-TRANS-READ          TO WS-RPT-COUNT-CNT.
129900     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
130000     MOVE "ADDS APPLIED"         TO WS-RPT-COUNT-NAME.
130100     MOVE WS-ADDS-APPLIED        TO WS-RPT-COUNT-CNT.
130200     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
130300     MOVE "CHANGES APPLIED"      TO WS-RPT-COUNT-NAME.
130400     MOVE WS-CHANGES-APPLIED     TO WS-RPT-COUNT-CNT.
130500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
130600     MOVE "RETIREMENTS APPLIED"  TO WS-RPT-COUNT-NAME.
130700     MOVE WS-RETIRES-APPLIED     TO WS-RPT-COUNT-CNT.
130800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
130900     MOVE "TRANSACTIONS REJECTED" TO WS-RPT-COUNT-NAME.
131000     MOVE WS-TRANS-REJECTED      TO WS-RPT-COUNT-CNT.
131100     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
131200     MOVE "ROWS PUBLISHED"       TO WS-RPT-COUNT-NAME.
131300     MOVE WS-ROWS-PUBLISHED      TO WS-RPT-COUNT-CNT.
131400     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
131500     MOVE "ROWS KEYED AHEAD"     TO WS-RPT-COUNT-NAME.
131600     MOVE WS-ROWS-PENDING        TO WS-RPT-COUNT-CNT.
131700     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
131800 8000-EXIT.
131900     EXIT.
132000
132100******************************************************************
132200* 9000-TERMINATE - WRITE THE REGISTER TOTALS, CLOSE FILES AND   *
132300*    SET THE CONDITION CODE                                     *
132400******************************************************************
132500 9000-TERMINATE.
132600     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
132700     CLOSE MAINT-IN CTL-MST CONTROL-OUT CHANGE-LOG REGISTER-RPT.
132800     IF WS-FATAL-ERROR
132900         DISPLAY "THRCTLMT - CONTROL CARD NOT PUBLISHED"
133000         MOVE 0016 TO RETURN-CODE
133100     ELSE IF WS-TRANS-REJECTED > 0
133200         MOVE 0004 TO RETURN-CODE
133300     ELSE
133400         MOVE 0000 TO RETURN-CODE
133500     END-IF.
133600 9000-EXIT.
133700     EXIT.
