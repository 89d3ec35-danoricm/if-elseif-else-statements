000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THRDORM.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   THIS PROGRAM IS THE DORMANT-ACCOUNT SWEEP.  IT MATCHES THE   *
001000*   THRACT ACCOUNT MASTER (THRACTR LAYOUT) AGAINST THE THRPOS    *
001100*   POSITION MASTER (THRPOSR LAYOUT) ON ACCOUNT ID AND LISTS     *
001200*   EVERY OPEN ACCOUNT WHOSE LAST EVALUATION IS OLDER THAN THE   *
001300*   DORMANCY LIMIT ON THE THRDMC CONTROL CARD - OR THAT HAS      *
001400*   NEVER BEEN EVALUATED AT ALL - TOGETHER WITH EVERY POSITION   *
001500*   ACCOUNT NO LONGER ON THE ACCOUNT MASTER.                     *
001600*                                                                *
001700*   EACH DORMANT ACCOUNT IS WRITTEN TO THE THRDMP PROPOSAL FILE  *
001800*   AS A THRAMTR "X" CLOSE TRANSACTION, SO ONCE THE ACCOUNT-     *
001900*   OPENING AREA HAS APPROVED THE LIST IT GOES STRAIGHT THROUGH  *
002000*   THE THRACTMT MAINTENANCE RUN WITHOUT RE-KEYING.  A DORMANT   *
002100*   ACCOUNT THAT STILL HAS A PENDING REVIEW-DESK ITEM ON THE     *
002200*   THRDSP DISPOSITION FILE, OR A SUSPENSE HOLD ON THE THRSHI    *
002300*   HOLD FILE, IS FLAGGED ON THE REPORT AND NOT PROPOSED - THE   *
002400*   DESK IS STILL WORKING IT.                                    *
002500*                                                                *
002600*   THE HOLD FILE MUST ARRIVE SORTED ON ACCOUNT ID.  CONDITION   *
002700*   CODE 4 IS RETURNED WHEN ANY ACCOUNT WAS FLAGGED OR ANY       *
002800*   POSITION ACCOUNT IS MISSING FROM THE ACCOUNT MASTER, AND 16  *
002900*   IF SETUP FAILS.                                              *
003000*                                                                *
003100******************************************************************
003200*                  MODIFICATION HISTORY                         *
003300******************************************************************
003400* 2026-10-15 DM  INITIAL VERSION.                                *
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACCT-MST    ASSIGN TO THRACT
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS THR-ACT-ACCT-ID
004700         FILE STATUS IS WS-THRACT-STATUS.
004800
004900     SELECT POSITION-MST ASSIGN TO THRPOS
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS THR-POS-ACCT-ID
005300         FILE STATUS IS WS-THRPOS-STATUS.
005400
005500     SELECT DISP-MST    ASSIGN TO THRDSP
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS THR-DSP-KEY
005900         FILE STATUS IS WS-THRDSP-STATUS.
006000
006100     SELECT HOLD-IN     ASSIGN TO THRSHI
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-THRSHI-STATUS.
006400
006500     SELECT DORM-CTL    ASSIGN TO THRDMC
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-THRDMC-STATUS.
006800
006900     SELECT PROPOSAL-OUT ASSIGN TO THRDMP
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-THRDMP-STATUS.
007200
007300     SELECT DORM-RPT    ASSIGN TO THRDMR
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-THRDMR-STATUS.
007600
007700     SELECT BUSDATE-IN  ASSIGN TO THRBDT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-THRBDT-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  ACCT-MST
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY THRACTR.
008700
008800 FD  POSITION-MST
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100     COPY THRPOSR.
009200
009300 FD  DISP-MST
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600     COPY THRDSPR.
009700
009800 FD  HOLD-IN
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY THRSHLR.
010200
010300 FD  DORM-CTL
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 01  DMC-RECORD.
010700     05  DMC-DORMANT-DAYS        PIC 9(03).
010800     05  FILLER                  PIC X(77).
010900
011000 FD  PROPOSAL-OUT
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300     COPY THRAMTR.
011400
011500 FD  DORM-RPT
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  WS-RPT-LINE                 PIC X(80).
011900
012000 FD  BUSDATE-IN
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY THRBDTR.
012400
012500 WORKING-STORAGE SECTION.
012600******************************************************************
012700*    FILE STATUS FIELDS                                         *
012800******************************************************************
012900 01  WS-FILE-STATUSES.
013000     05  WS-THRACT-STATUS        PIC X(02) VALUE "00".
013100         88  WS-THRACT-OK                   VALUE "00".
013200     05  WS-THRPOS-STATUS        PIC X(02) VALUE "00".
013300         88  WS-THRPOS-OK                   VALUE "00".
013400     05  WS-THRDSP-STATUS        PIC X(02) VALUE "00".
013500         88  WS-THRDSP-OK                   VALUE "00".
013600     05  WS-THRSHI-STATUS        PIC X(02) VALUE "00".
013700         88  WS-THRSHI-OK                   VALUE "00".
013800     05  WS-THRDMC-STATUS        PIC X(02) VALUE "00".
013900         88  WS-THRDMC-OK                   VALUE "00".
014000     05  WS-THRDMP-STATUS        PIC X(02) VALUE "00".
014100         88  WS-THRDMP-OK                   VALUE "00".
014200     05  WS-THRDMR-STATUS        PIC X(02) VALUE "00".
014300         88  WS-THRDMR-OK                   VALUE "00".
014400     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
014500         88  WS-THRBDT-OK                   VALUE "00".
014600
014700******************************************************************
014800*    PROGRAM SWITCHES                                           *
014900******************************************************************
015000 01  WS-SWITCHES.
015100     05  WS-FATAL-SW             PIC X(01) VALUE "N".
015200         88  WS-FATAL-ERROR                 VALUE "Y".
015300     05  WS-DSP-EOF-SW           PIC X(01) VALUE "N".
015400         88  WS-DSP-EOF                     VALUE "Y".
015500         88  WS-DSP-NOT-EOF                 VALUE "N".
015600     05  WS-DESK-ITEM-SW         PIC X(01) VALUE "N".
015700         88  WS-DESK-ITEM-PENDING           VALUE "Y".
015800         88  WS-NO-DESK-ITEM                VALUE "N".
015900     05  WS-HOLD-SW              PIC X(01) VALUE "N".
016000         88  WS-HOLD-ON-FILE                VALUE "Y".
016100         88  WS-NO-HOLD                     VALUE "N".
016200
016300******************************************************************
016400*    MATCH KEYS - EACH SET TO HIGH-VALUES AT END OF ITS FILE,    *
016500*    SO THE MATCH RUNS UNTIL BOTH MASTERS ARE EXHAUSTED          *
016600******************************************************************
016700 01  WS-ACT-KEY                  PIC X(10) VALUE LOW-VALUES.
016800 01  WS-POS-KEY                  PIC X(10) VALUE LOW-VALUES.
016900 01  WS-HLD-KEY                  PIC X(10) VALUE LOW-VALUES.
017000
017100******************************************************************
017200*    RUN CONTROL VALUES LOADED FROM THE DORMANCY CONTROL CARD    *
017300******************************************************************
017400 01  WS-DORMANT-DAYS             PIC 9(03) VALUE ZERO.
017500
017600******************************************************************
017700*    RUN DATE AND DORMANCY CUTOFF DATE (RUN DATE MINUS THE       *
017800*    DORMANT DAYS, STEPPED BACK ONE DAY AT A TIME).  AN OPEN     *
017900*    ACCOUNT LAST EVALUATED BEFORE THE CUTOFF IS DORMANT.        *
018000******************************************************************
018100 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
018200 01  WS-CUTOFF-DATE.
018300     05  WS-CUT-YYYY             PIC 9(04).
018400     05  WS-CUT-MM               PIC 9(02).
018500     05  WS-CUT-DD               PIC 9(02).
018600 01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
018700                                 PIC 9(08).
018800 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
018900 01  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
019000 01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
019100
019200******************************************************************
019300*    THE ACCOUNT IN HAND - ITS LAST EVALUATION DATE (ZERO WHEN   *
019400*    IT HAS NO POSITION RECORD) AND WHAT THE SWEEP DID WITH IT   *
019500******************************************************************
019600 01  WS-LAST-EVAL-DATE           PIC 9(08) VALUE ZERO.
019700 01  WS-DISPOSITION             PIC X(26) VALUE SPACES.
019800
019900******************************************************************
020000*    RUN-TOTAL COUNTERS FOR THE REPORT TRAILER                   *
020100******************************************************************
020200 01  WS-COUNTERS.
020300     05  WS-ACCOUNTS-READ        PIC 9(09) COMP VALUE ZERO.
020400     05  WS-POSITIONS-READ       PIC 9(09) COMP VALUE ZERO.
020500     05  WS-HOLDS-READ           PIC 9(09) COMP VALUE ZERO.
020600     05  WS-CLOSED-SKIPPED       PIC 9(09) COMP VALUE ZERO.
020700     05  WS-ACTIVE-ACCOUNTS      PIC 9(09) COMP VALUE ZERO.
020800     05  WS-DORMANT-ACCOUNTS     PIC 9(09) COMP VALUE ZERO.
020900     05  WS-NEVER-EVALUATED      PIC 9(09) COMP VALUE ZERO.
021000     05  WS-CLOSES-PROPOSED      PIC 9(09) COMP VALUE ZERO.
021100     05  WS-HELD-DESK-ITEM       PIC 9(09) COMP VALUE ZERO.
021200     05  WS-HELD-SUSPENSE        PIC 9(09) COMP VALUE ZERO.
021300     05  WS-NOT-ON-MASTER        PIC 9(09) COMP VALUE ZERO.
021400
021500******************************************************************
021600*    REPORT LINES                                                *
021700******************************************************************
021800 01  WS-RPT-HDR-LINE.
021900     05  FILLER                  PIC X(22)
022000             VALUE "DORMANT ACCOUNT SWEEP ".
022100     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
022200     05  WS-RPT-HDR-DATE         PIC 9(08).
022300     05  FILLER                  PIC X(10) VALUE "  CUTOFF: ".
022400     05  WS-RPT-HDR-CUTOFF       PIC 9(08).
022500     05  FILLER                  PIC X(09) VALUE "  LIMIT: ".
022600     05  WS-RPT-HDR-DAYS         PIC ZZ9.
022700     05  FILLER                  PIC X(05) VALUE " DAYS".
022800     05  FILLER                  PIC X(05) VALUE SPACES.
022900
023000 01  WS-RPT-COLHDR-LINE.
023100     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  FILLER                  PIC X(20) VALUE "NAME".
023400     05  FILLER                  PIC X(01) VALUE SPACES.
023500     05  FILLER                  PIC X(05) VALUE "BRNCH".
023600     05  FILLER                  PIC X(01) VALUE SPACES.
023700     05  FILLER                  PIC X(04) VALUE "OFCR".
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  FILLER                  PIC X(08) VALUE "LASTEVAL".
024000     05  FILLER                  PIC X(01) VALUE SPACES.
024100     05  FILLER                  PIC X(26) VALUE "DISPOSITION".
024200     05  FILLER                  PIC X(01) VALUE SPACES.
024300
024400 01  WS-RPT-DETAIL-LINE.
024500     05  WS-RPT-ACCT-ID          PIC X(10).
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  WS-RPT-ACCT-NAME        PIC X(20).
024800     05  FILLER                  PIC X(01) VALUE SPACES.
024900     05  WS-RPT-BRANCH           PIC X(05).
025000     05  FILLER                  PIC X(01) VALUE SPACES.
025100     05  WS-RPT-OFFICER          PIC X(04).
025200     05  FILLER                  PIC X(01) VALUE SPACES.
025300     05  WS-RPT-LAST-EVAL        PIC X(08).
025400     05  FILLER                  PIC X(01) VALUE SPACES.
025500     05  WS-RPT-DISPOSITION      PIC X(26).
025600     05  FILLER                  PIC X(01) VALUE SPACES.
025700
025800 01  WS-RPT-COUNT-LINE.
025900     05  WS-RPT-COUNT-NAME       PIC X(24).
026000     05  FILLER                  PIC X(01) VALUE SPACES.
026100     05  WS-RPT-COUNT-CNT        PIC ZZZ,ZZZ,ZZ9.
026200     05  FILLER                  PIC X(44) VALUE SPACES.
026300
026400 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
026500
026600 PROCEDURE DIVISION.
026700******************************************************************
026800* 0000-MAINLINE                                                 *
026900******************************************************************
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027200     IF WS-FATAL-ERROR
027300         DISPLAY "THRDORM - TERMINATING - SETUP FAILED"
027400         MOVE 0016 TO RETURN-CODE
027500         STOP RUN
027600     END-IF.
027700     PERFORM 2000-MATCH-MASTERS THRU 2000-EXIT
027800         UNTIL WS-ACT-KEY = HIGH-VALUES
027900         AND WS-POS-KEY = HIGH-VALUES.
028000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028100     STOP RUN.
028200
028300******************************************************************
028400* 1000-INITIALIZE - OPEN FILES, LOAD THE DORMANCY CARD AND      *
028500*    COMPUTE THE CUTOFF DATE, THEN PRIME THE THREE READS        *
028600******************************************************************
028700 1000-INITIALIZE.
028800     OPEN INPUT ACCT-MST.
028900     IF NOT WS-THRACT-OK
029000         DISPLAY "THRDORM - OPEN ERROR ON ACCT-MST "
029100             WS-THRACT-STATUS
029200         SET WS-FATAL-ERROR TO TRUE
029300         GO TO 1000-EXIT
029400     END-IF.
029500     OPEN INPUT POSITION-MST.
029600     IF NOT WS-THRPOS-OK
029700         DISPLAY "THRDORM - OPEN ERROR ON POSITION-MST "
029800             WS-THRPOS-STATUS
029900         SET WS-FATAL-ERROR TO TRUE
030000         GO TO 1000-EXIT
030100     END-IF.
030200     OPEN INPUT DISP-MST.
030300     IF NOT WS-THRDSP-OK
030400         DISPLAY "THRDORM - OPEN ERROR ON DISP-MST "
030500             WS-THRDSP-STATUS
030600         SET WS-FATAL-ERROR TO TRUE
030700         GO TO 1000-EXIT
030800     END-IF.
030900     OPEN INPUT HOLD-IN.
031000     IF NOT WS-THRSHI-OK
031100         DISPLAY "THRDORM - OPEN ERROR ON HOLD-IN "
031200             WS-THRSHI-STATUS
031300         SET WS-FATAL-ERROR TO TRUE
031400         GO TO 1000-EXIT
031500     END-IF.
031600     OPEN INPUT DORM-CTL.
031700     IF NOT WS-THRDMC-OK
031800         DISPLAY "THRDORM - OPEN ERROR ON DORM-CTL "
031900             WS-THRDMC-STATUS
032000         SET WS-FATAL-ERROR TO TRUE
032100         GO TO 1000-EXIT
032200     END-IF.
032300     OPEN OUTPUT PROPOSAL-OUT.
032400     IF NOT WS-THRDMP-OK
032500         DISPLAY "THRDORM - OPEN ERROR ON PROPOSAL-OUT "
032600             WS-THRDMP-STATUS
032700         SET WS-FATAL-ERROR TO TRUE
032800         GO TO 1000-EXIT
032900     END-IF.
033000     OPEN OUTPUT DORM-RPT.
033100     IF NOT WS-THRDMR-OK
033200         DISPLAY "THRDORM - OPEN ERROR ON DORM-RPT "
033300             WS-THRDMR-STATUS
033400         SET WS-FATAL-ERROR TO TRUE
033500         GO TO 1000-EXIT
033600     END-IF.
033700     PERFORM 1050-LOAD-CONTROL-RECORD THRU 1050-EXIT.
033800     IF WS-FATAL-ERROR
033900         GO TO 1000-EXIT
034000     END-IF.
034100     CLOSE DORM-CTL.
034200     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
034300     IF WS-FATAL-ERROR
034400         GO TO 1000-EXIT
034500     END-IF.
034600     MOVE WS-RUN-DATE-CCYYMMDD TO WS-CUTOFF-DATE-N.
034700     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT
034800         WS-DORMANT-DAYS TIMES.
034900     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
035000     MOVE WS-CUTOFF-DATE-N TO WS-RPT-HDR-CUTOFF.
035100     MOVE WS-DORMANT-DAYS TO WS-RPT-HDR-DAYS.
035200     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
035300     WRITE WS-RPT-LINE FROM WS-RPT-COLHDR-LINE.
035400     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
035500     PERFORM 1200-READ-POSITION THRU 1200-EXIT.
035600     PERFORM 1250-READ-HOLD THRU 1250-EXIT.
035700 1000-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
036200*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
036300******************************************************************
036400 1010-READ-BUSINESS-DATE.
036500     OPEN INPUT BUSDATE-IN.
036600     IF NOT WS-THRBDT-OK
036700         DISPLAY "THRDORM - OPEN ERROR ON BUSDATE-IN "
036800             WS-THRBDT-STATUS
036900         SET WS-FATAL-ERROR TO TRUE
037000         GO TO 1010-EXIT
037100     END-IF.
037200     READ BUSDATE-IN
037300         AT END
037400             MOVE ZERO TO THR-BDT-BUS-DATE
037500     END-READ.
037600     IF THR-BDT-BUS-DATE IS NOT NUMERIC
037700         OR THR-BDT-BUS-DATE = ZERO
037800         DISPLAY "THRDORM - NO BUSINESS DATE ON BUSDATE-IN"
037900         SET WS-FATAL-ERROR TO TRUE
038000     ELSE
038100         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
038200     END-IF.
038300     CLOSE BUSDATE-IN.
038400 1010-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800* 1050-LOAD-CONTROL-RECORD - READ THE ONE-TIME DORMANCY PARM    *
038900******************************************************************
039000 1050-LOAD-CONTROL-RECORD.
039100     READ DORM-CTL
039200         AT END
039300             DISPLAY "THRDORM - DORM-CTL IS EMPTY"
039400             SET WS-FATAL-ERROR TO TRUE
039500             GO TO 1050-EXIT
039600     END-READ.
039700     IF DMC-DORMANT-DAYS IS NOT NUMERIC
039800         OR DMC-DORMANT-DAYS = ZERO
039900         DISPLAY "THRDORM - DORM-CTL DORMANT DAYS IS INVALID - "
040000             DMC-DORMANT-DAYS
040100         SET WS-FATAL-ERROR TO TRUE
040200         GO TO 1050-EXIT
040300     END-IF.
040400     MOVE DMC-DORMANT-DAYS TO WS-DORMANT-DAYS.
040500 1050-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900* 1100-READ-ACCOUNT - READ THE NEXT ACCOUNT MASTER RECORD IN    *
041000*    KEY ORDER                                                  *
041100******************************************************************
041200 1100-READ-ACCOUNT.
041300     READ ACCT-MST NEXT RECORD
041400         AT END
041500             MOVE HIGH-VALUES TO WS-ACT-KEY
041600         NOT AT END
041700             ADD 1 TO WS-ACCOUNTS-READ
041800             MOVE THR-ACT-ACCT-ID TO WS-ACT-KEY
041900     END-READ.
042000 1100-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400* 1200-READ-POSITION - READ THE NEXT POSITION MASTER RECORD IN  *
042500*    KEY ORDER                                                  *
042600******************************************************************
042700 1200-READ-POSITION.
042800     READ POSITION-MST NEXT RECORD
042900         AT END
043000             MOVE HIGH-VALUES TO WS-POS-KEY
043100         NOT AT END
043200             ADD 1 TO WS-POSITIONS-READ
043300             MOVE THR-POS-ACCT-ID TO WS-POS-KEY
043400     END-READ.
043500 1200-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900* 1250-READ-HOLD - READ THE NEXT SUSPENSE HOLD (SORTED ON        *
044000*    ACCOUNT ID)                                                *
044100******************************************************************
044200 1250-READ-HOLD.
044300     READ HOLD-IN
044400         AT END
044500             MOVE HIGH-VALUES TO WS-HLD-KEY
044600         NOT AT END
044700             ADD 1 TO WS-HOLDS-READ
044800             MOVE THR-SHL-ACCT-ID TO WS-HLD-KEY
044900     END-READ.
045000 1250-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400* 1300-BACK-ONE-DAY - STEP THE CUTOFF DATE BACK ONE CALENDAR     *
045500*    DAY, HONOURING MONTH LENGTHS AND LEAP YEARS                 *
045600******************************************************************
045700 1300-BACK-ONE-DAY.
045800     IF WS-CUT-DD > 1
045900         SUBTRACT 1 FROM WS-CUT-DD
046000         GO TO 1300-EXIT
046100     END-IF.
046200     IF WS-CUT-MM = 1
046300         SUBTRACT 1 FROM WS-CUT-YYYY
046400         MOVE 12 TO WS-CUT-MM
046500         MOVE 31 TO WS-CUT-DD
046600         GO TO 1300-EXIT
046700     END-IF.
046800     SUBTRACT 1 FROM WS-CUT-MM.
046900     PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT.
047000     MOVE WS-DAYS-IN-MONTH TO WS-CUT-DD.
047100 1300-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500* 1350-DAYS-IN-MONTH - SET THE LENGTH OF THE CUTOFF MONTH        *
047600******************************************************************
047700 1350-DAYS-IN-MONTH.
047800     EVALUATE WS-CUT-MM
047900         WHEN 4
048000         WHEN 6
048100         WHEN 9
048200         WHEN 11
048300             MOVE 30 TO WS-DAYS-IN-MONTH
048400         WHEN 2
048500             DIVIDE WS-CUT-YYYY BY 4
048600                 GIVING WS-LEAP-QUOTIENT
048700                 REMAINDER WS-LEAP-REMAINDER
048800             IF WS-LEAP-REMAINDER = ZERO
048900                 MOVE 29 TO WS-DAYS-IN-MONTH
049000             ELSE
049100                 MOVE 28 TO WS-DAYS-IN-MONTH
049200             END-IF
049300         WHEN OTHER
049400             MOVE 31 TO WS-DAYS-IN-MONTH
049500     END-EVALUATE.
049600 1350-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000* 2000-MATCH-MASTERS - ONE STEP OF THE ACCOUNT-ID MATCH BETWEEN  *
050100*    THE ACCOUNT MASTER AND THE POSITION MASTER                 *
050200******************************************************************
050300 2000-MATCH-MASTERS.
050400     IF WS-ACT-KEY < WS-POS-KEY
050500         MOVE ZERO TO WS-LAST-EVAL-DATE
050600         PERFORM 2100-CHECK-ACCOUNT THRU 2100-EXIT
050700         PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT
050800         GO TO 2000-EXIT
050900     END-IF.
051000     IF WS-ACT-KEY = WS-POS-KEY
051100         IF THR-POS-TS-DATE IS NUMERIC
051200             MOVE THR-POS-TS-DATE TO WS-LAST-EVAL-DATE
051300         ELSE
051400             MOVE ZERO TO WS-LAST-EVAL-DATE
051500         END-IF
051600         PERFORM 2100-CHECK-ACCOUNT THRU 2100-EXIT
051700         PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT
051800         PERFORM 1200-READ-POSITION THRU 1200-EXIT
051900         GO TO 2000-EXIT
052000     END-IF.
052100     PERFORM 2500-REPORT-NOT-ON-MASTER THRU 2500-EXIT.
052200     PERFORM 1200-READ-POSITION THRU 1200-EXIT.
052300 2000-EXIT.
052400     EXIT.
052500
052600******************************************************************
052700* 2100-CHECK-ACCOUNT - DECIDE WHETHER AN ACCOUNT ON THE MASTER   *
052800*    IS DORMANT, AND IF SO PROPOSE ITS CLOSURE OR FLAG IT       *
052900******************************************************************
053000 2100-CHECK-ACCOUNT.
053100     IF NOT THR-ACT-OPEN
053200         ADD 1 TO WS-CLOSED-SKIPPED
053300         GO TO 2100-EXIT
053400     END-IF.
053500     IF WS-LAST-EVAL-DATE NOT < WS-CUTOFF-DATE-N
053600         ADD 1 TO WS-ACTIVE-ACCOUNTS
053700         GO TO 2100-EXIT
053800     END-IF.
053900     ADD 1 TO WS-DORMANT-ACCOUNTS.
054000     IF WS-LAST-EVAL-DATE = ZERO
054100         ADD 1 TO WS-NEVER-EVALUATED
054200     END-IF.
054300     PERFORM 2200-CHECK-SUSPENSE-HOLD THRU 2200-EXIT.
054400     PERFORM 2300-CHECK-DESK-ITEM THRU 2300-EXIT.
054500     EVALUATE TRUE
054600         WHEN WS-DESK-ITEM-PENDING AND WS-HOLD-ON-FILE
054700             ADD 1 TO WS-HELD-DESK-ITEM
054800             ADD 1 TO WS-HELD-SUSPENSE
054900             MOVE "HELD - DESK ITEM AND HOLD" TO WS-DISPOSITION
055000         WHEN WS-DESK-ITEM-PENDING
055100             ADD 1 TO WS-HELD-DESK-ITEM
055200             MOVE "HELD - DESK ITEM PENDING" TO WS-DISPOSITION
055300         WHEN WS-HOLD-ON-FILE
055400             ADD 1 TO WS-HELD-SUSPENSE
055500             MOVE "HELD - SUSPENSE HOLD" TO WS-DISPOSITION
055600         WHEN OTHER
055700             PERFORM 2400-WRITE-PROPOSAL THRU 2400-EXIT
055800             MOVE "CLOSE PROPOSED" TO WS-DISPOSITION
055900     END-EVALUATE.
056000     MOVE THR-ACT-ACCT-ID     TO WS-RPT-ACCT-ID.
056100     MOVE THR-ACT-NAME        TO WS-RPT-ACCT-NAME.
056200     MOVE THR-ACT-BRANCH      TO WS-RPT-BRANCH.
056300     MOVE THR-ACT-OFFICER     TO WS-RPT-OFFICER.
056400     IF WS-LAST-EVAL-DATE = ZERO
056500         MOVE "NONE"          TO WS-RPT-LAST-EVAL
056600     ELSE
056700         MOVE WS-LAST-EVAL-DATE TO WS-RPT-LAST-EVAL
056800     END-IF.
056900     MOVE WS-DISPOSITION      TO WS-RPT-DISPOSITION.
057000     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
057100 2100-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500* 2200-CHECK-SUSPENSE-HOLD - MOVE THE SORTED HOLD FILE UP TO THE *
057600*    ACCOUNT IN HAND AND NOTE WHETHER IT HAS A HOLD.  ACCOUNTS  *
057700*    ARRIVE IN ASCENDING ORDER, SO THE HOLD FILE ONLY EVER      *
057800*    MOVES FORWARD.                                             *
057900******************************************************************
058000 2200-CHECK-SUSPENSE-HOLD.
058100     SET WS-NO-HOLD TO TRUE.
058200     PERFORM 1250-READ-HOLD THRU 1250-EXIT
058300         UNTIL WS-HLD-KEY NOT < THR-ACT-ACCT-ID.
058400     IF WS-HLD-KEY = THR-ACT-ACCT-ID
058500         SET WS-HOLD-ON-FILE TO TRUE
058600     END-IF.
058700 2200-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100* 2300-CHECK-DESK-ITEM - BROWSE THE ACCOUNT'S DISPOSITION ITEMS  *
059200*    FOR ONE STILL PENDING ON THE REVIEW DESK                   *
059300******************************************************************
059400 2300-CHECK-DESK-ITEM.
059500     SET WS-NO-DESK-ITEM TO TRUE.
059600     MOVE THR-ACT-ACCT-ID TO THR-DSP-ACCT-ID.
059700     MOVE ZERO TO THR-DSP-RUN-DATE.
059800     START DISP-MST KEY IS NOT LESS THAN THR-DSP-KEY
059900         INVALID KEY
060000             GO TO 2300-EXIT
060100     END-START.
060200     SET WS-DSP-NOT-EOF TO TRUE.
060300     PERFORM 2350-EXAMINE-DESK-ITEM THRU 2350-EXIT
060400         UNTIL WS-DSP-EOF OR WS-DESK-ITEM-PENDING.
060500 2300-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900* 2350-EXAMINE-DESK-ITEM - READ THE NEXT DISPOSITION ITEM AND    *
061000*    STOP AT THE FIRST PENDING ONE OR THE NEXT ACCOUNT          *
061100******************************************************************
061200 2350-EXAMINE-DESK-ITEM.
061300     READ DISP-MST NEXT RECORD
061400         AT END
061500             SET WS-DSP-EOF TO TRUE
061600             GO TO 2350-EXIT
061700     END-READ.
061800     IF THR-DSP-ACCT-ID NOT = THR-ACT-ACCT-ID
061900         SET WS-DSP-EOF TO TRUE
062000         GO TO 2350-EXIT
062100     END-IF.
062200     IF THR-DSP-PENDING
062300         SET WS-DESK-ITEM-PENDING TO TRUE
062400     END-IF.
062500 2350-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900* 2400-WRITE-PROPOSAL - WRITE THE ACCOUNT AS A THRAMTR "X"      *
063000*    CLOSE TRANSACTION, CARRYING THE MASTER'S NAME, BRANCH,     *
063100*    OFFICER AND CATEGORY FOR THE APPROVER                      *
063200******************************************************************
063300 2400-WRITE-PROPOSAL.
063400     MOVE SPACES              TO THR-AMT-RECORD.
063500     SET THR-AMT-CLOSE        TO TRUE.
063600     MOVE THR-ACT-ACCT-ID     TO THR-AMT-ACCT-ID.
063700     MOVE THR-ACT-NAME        TO THR-AMT-NAME.
063800     MOVE THR-ACT-BRANCH      TO THR-AMT-BRANCH.
063900     MOVE THR-ACT-OFFICER     TO THR-AMT-OFFICER.
064000     MOVE THR-ACT-CATEGORY    TO THR-AMT-CATEGORY.
064100     WRITE THR-AMT-RECORD.
064200     IF NOT WS-THRDMP-OK
064300         DISPLAY "THRDORM - WRITE ERROR ON PROPOSAL-OUT "
064400             WS-THRDMP-STATUS
064500     END-IF.
064600     ADD 1 TO WS-CLOSES-PROPOSED.
064700 2400-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100* 2500-REPORT-NOT-ON-MASTER - LIST A POSITION ACCOUNT THAT IS   *
065200*    NO LONGER ON THE ACCOUNT MASTER                            *
065300******************************************************************
065400 2500-REPORT-NOT-ON-MASTER.
065500     ADD 1 TO WS-NOT-ON-MASTER.
065600     MOVE THR-POS-ACCT-ID     TO WS-RPT-ACCT-ID.
065700     MOVE THR-POS-ACCT-NAME   TO WS-RPT-ACCT-NAME.
065800     MOVE THR-POS-ACCT-BRANCH TO WS-RPT-BRANCH.
065900     MOVE SPACES              TO WS-RPT-OFFICER.
066000     MOVE THR-POS-TS-DATE     TO WS-RPT-LAST-EVAL.
066100     MOVE "NOT ON ACCOUNT MASTER" TO WS-RPT-DISPOSITION.
066200     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
066300 2500-EXIT.
066400     EXIT.
066500
066600******************************************************************
066700* 8000-WRITE-REPORT-TOTALS - PRINT THE TRAILER COUNTS            *
066800******************************************************************
066900 8000-WRITE-REPORT-TOTALS.
067000     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
067100     MOVE "ACCOUNTS READ"        TO WS-RPT-COUNT-NAME.
067200     MOVE WS-ACCOUNTS-READ       TO WS-RPT-COUNT-CNT.
067300     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
067400     MOVE "POSITIONS READ"       TO WS-RPT-COUNT-NAME.
067500     MOVE WS-POSITIONS-READ      TO WS-RPT-COUNT-CNT.
067600     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
067700     MOVE "SUSPENSE HOLDS READ"  TO WS-RPT-COUNT-NAME.
067800     MOVE WS-HOLDS-READ          TO WS-RPT-COUNT-CNT.
067900     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
068000     MOVE "CLOSED - SKIPPED"     TO WS-RPT-COUNT-NAME.
068100     MOVE WS-CLOSED-SKIPPED      TO WS-RPT-COUNT-CNT.
068200     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
068300     MOVE "OPEN - ACTIVE"        TO WS-RPT-COUNT-NAME.
068400     MOVE WS-ACTIVE-ACCOUNTS     TO WS-RPT-COUNT-CNT.
068500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
068600     MOVE "OPEN - DORMANT"       TO WS-RPT-COUNT-NAME.
068700     MOVE WS-DORMANT-ACCOUNTS    TO WS-RPT-COUNT-CNT.
068800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
068900     MOVE "  NEVER EVALUATED"    TO WS-RPT-COUNT-NAME.
069000     MOVE WS-NEVER-EVALUATED     TO WS-RPT-COUNT-CNT.
069100     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
069200     MOVE "  CLOSES PROPOSED"    TO WS-RPT-COUNT-NAME.
069300     MOVE WS-CLOSES-PROPOSED     TO WS-RPT-COUNT-CNT.
069400     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
069500     MOVE "  HELD - DESK ITEM"   TO WS-RPT-COUNT-NAME.
069600     MOVE WS-HELD-DESK-ITEM      TO WS-RPT-COUNT-CNT.
069700     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
069800     MOVE "  HELD - SUSPENSE HOLD" TO WS-RPT-COUNT-NAME.
069900     MOVE WS-HELD-SUSPENSE       TO WS-RPT-COUNT-CNT.
070000     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
070100     MOVE "NOT ON ACCOUNT MASTER" TO WS-RPT-COUNT-NAME.
070200     MOVE WS-NOT-ON-MASTER       TO WS-RPT-COUNT-CNT.
070300     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
070400 8000-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800* 9000-TERMINATE - WRITE THE TRAILER, CLOSE FILES AND SET THE   *
070900*    CONDITION CODE                                             *
071000******************************************************************
071100 9000-TERMINATE.
071200     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
071300     CLOSE ACCT-MST POSITION-MST DISP-MST HOLD-IN PROPOSAL-OUT
071400           DORM-RPT.
071500     IF WS-HELD-DESK-ITEM > 0
071600         OR WS-HELD-SUSPENSE > 0
071700         OR WS-NOT-ON-MASTER > 0
071800         MOVE 0004 TO RETURN-CODE
071900     ELSE
072000         MOVE 0000 TO RETURN-CODE
072100     END-IF.
072200 9000-EXIT.
072300     EXIT.
