000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THRINBAL.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   INBOUND BATCH BALANCING PRE-EDIT FOR THE NIGHTLY FEED.  THE *
001000*   BRANCHES' TRANSMISSIONS ARRIVE ON THRINB AS BATCHES - A     *
001100*   THRINBR HEADER (BRANCH, BUSINESS DATE), THE THRXREC DETAIL  *
001200*   RECORDS, AND A THRINBR TRAILER (BRANCH, DETAIL COUNT AND    *
001300*   SIGNED HASH TOTAL OF THR-VALUE).  THIS PROGRAM BALANCES     *
001400*   EVERY BATCH AGAINST ITS TRAILER BEFORE ANY OF IT REACHES    *
001500*   THE CLASSIFIER - THE SAME DISCIPLINE THRXTRCT APPLIES TO    *
001600*   THE OUTBOUND RISK FEED, APPLIED TO WHAT COMES IN.           *
001700*                                                                *
001800*   THE FIRST PASS READS THE WHOLE FILE AND DECIDES EACH        *
001900*   BATCH: IT BALANCES ONLY IF IT HAS A VALID HEADER, A         *
002000*   TRAILER FOR THE SAME BRANCH, NUMERIC DETAIL VALUES, AND A   *
002100*   DETAIL COUNT AND HASH THAT AGREE WITH THE TRAILER.  A       *
002200*   BATCH CUT OFF BY THE NEXT HEADER OR BY END OF FILE HAS NO   *
002300*   TRAILER; DETAILS OR A TRAILER OUTSIDE ANY BATCH FORM A      *
002400*   BATCH OF THEIR OWN THAT CANNOT BALANCE.  THE SECOND PASS    *
002500*   RE-READS THE FILE AND ROUTES EACH RECORD BY ITS BATCH'S     *
002600*   VERDICT: THE DETAILS OF A BALANCED BATCH ARE WRITTEN BARE   *
002700*   TO THRDLY (PROD.THRESH.DAILY.TRANS) FOR THE CLASSIFIER;     *
002800*   EVERY RECORD OF ANY OTHER BATCH, HEADER AND TRAILER         *
002900*   INCLUDED, IS APPENDED UNCHANGED TO THE THRQTN QUARANTINE    *
003000*   FILE SO THE BATCH CAN BE CORRECTED AND RESENT WHOLE.        *
003010*                                                                *
003020*   A HEADER MUST CARRY TONIGHT'S BUSINESS DATE (THRBDT) - A     *
003030*   BALANCED BATCH UNDER ANY OTHER DATE IS A RESEND OF AN OLD    *
003040*   FILE AND IS QUARANTINED.  EVERY DETAIL PASSED ON HAS ITS     *
003050*   RESUBMISSION SWITCH CLEARED - ONLY THRREPAR AND THRSUSMG     *
003060*   MAY SET IT, SO A BRANCH CANNOT EXEMPT A RECORD FROM THE      *
003070*   CLASSIFIER'S DUPLICATE CHECK.  THE REPORT COUNTS THE         *
003080*   SWITCHES CLEARED.                                            *
003100*                                                                *
003200*   THE THRIBR INBOUND CONTROL REPORT PRINTS ONE LINE PER       *
003300*   BRANCH BATCH - RECEIVED COUNT AND HASH, BALANCED OR         *
003400*   QUARANTINED, AND WHY - THEN THE RUN TOTALS.  THE PROGRAM    *
003500*   RETURNS CONDITION CODE 4 WHEN ANY BATCH IS QUARANTINED, 8   *
003600*   WHEN NO BATCH BALANCED AT ALL (NOTHING FOR THE CLASSIFIER)  *
003700*   AND 16 IF SETUP FAILS OR THE BATCH TABLE OVERFLOWS.         *
003800*                                                                *
003900******************************************************************
004000*                  MODIFICATION HISTORY                         *
004100******************************************************************
004200* 2026-10-15 DM  INITIAL VERSION.                                *
004210* 2026-10-15 DM  QUARANTINE A BATCH WHOSE HEADER DATE IS NOT THE *
004220*                BUSINESS DATE; CLEAR THE RESUBMISSION SWITCH ON *
004230*                DETAILS PASSED TO THE CLASSIFIER.               *
004300******************************************************************
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT INBOUND-IN  ASSIGN TO THRINB
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-THRINB-STATUS.
005400
005500     SELECT DAILY-OUT   ASSIGN TO THRDLY
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-THRDLY-STATUS.
005800
005900     SELECT QUARANTINE-OUT ASSIGN TO THRQTN
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-THRQTN-STATUS.
006200
006300     SELECT INBAL-RPT   ASSIGN TO THRIBR
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-THRIBR-STATUS.
006510
006520     SELECT BUSDATE-IN  ASSIGN TO THRBDT
006530         ORGANIZATION IS SEQUENTIAL
006540         FILE STATUS IS WS-THRBDT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  INBOUND-IN
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200     COPY THRINBR.
007300     COPY THRXREC.
007400
007500 FD  DAILY-OUT
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  DLY-RECORD                  PIC X(80).
007900
008000 FD  QUARANTINE-OUT
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  QTN-RECORD                  PIC X(80).
008400
008500 FD  INBAL-RPT
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  WS-RPT-LINE                 PIC X(80).
008810
008820 FD  BUSDATE-IN
008830     RECORDING MODE IS F
008840     LABEL RECORDS ARE STANDARD.
008850     COPY THRBDTR.
008900
009000 WORKING-STORAGE SECTION.
009100******************************************************************
009200*    FILE STATUS FIELDS                                         *
009300******************************************************************
009400 01  WS-FILE-STATUSES.
009500     05  WS-THRINB-STATUS        PIC X(02) VALUE "00".
009600         88  WS-THRINB-OK                   VALUE "00".
009700     05  WS-THRDLY-STATUS        PIC X(02) VALUE "00".
009800         88  WS-THRDLY-OK                   VALUE "00".
009900     05  WS-THRQTN-STATUS        PIC X(02) VALUE "00".
010000         88  WS-THRQTN-OK                   VALUE "00".
010100     05  WS-THRIBR-STATUS        PIC X(02) VALUE "00".
010200         88  WS-THRIBR-OK                   VALUE "00".
010210     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
010220         88  WS-THRBDT-OK                   VALUE "00".
010300
010400******************************************************************
010500*    PROGRAM SWITCHES                                           *
010600******************************************************************
010700 01  WS-SWITCHES.
010800     05  WS-INB-EOF-SW           PIC X(01) VALUE "N".
010900         88  WS-INB-EOF                     VALUE "Y".
011000     05  WS-FATAL-SW             PIC X(01) VALUE "N".
011100         88  WS-FATAL-ERROR                 VALUE "Y".
011200     05  WS-BATCH-OPEN-SW        PIC X(01) VALUE "N".
011300         88  WS-BATCH-OPEN                  VALUE "Y".
011400         88  WS-BATCH-CLOSED                VALUE "N".
011500
011600******************************************************************
011700*    BATCH TABLE - ONE ENTRY PER BATCH IN FILE ORDER, WITH THE  *
011800*    RANGE OF INPUT RECORD NUMBERS IT COVERS SO THE ROUTING     *
011900*    PASS CAN FIND EACH RECORD'S BATCH WITHOUT RE-DECIDING IT.  *
012000*    A BLANK REASON AT CLOSE MEANS THE BATCH BALANCED.          *
012100******************************************************************
012200 01  WS-BAT-TABLE-MAX            PIC 9(03) COMP VALUE 500.
012300 01  WS-BAT-COUNT                PIC 9(03) COMP VALUE ZERO.
012400 01  WS-BAT-CUR                  PIC 9(03) COMP VALUE ZERO.
012500 01  WS-BAT-TABLE.
012600     05  WS-BAT-ENTRY            OCCURS 500 TIMES.
012700         10  WS-BAT-BRANCH       PIC X(05).
012800         10  WS-BAT-BUS-DATE     PIC 9(08).
012900         10  WS-BAT-LAST-REC     PIC 9(09) COMP.
013000         10  WS-BAT-DETAILS      PIC 9(09) COMP.
013100         10  WS-BAT-HASH         PIC S9(11) COMP-3.
013200         10  WS-BAT-TRL-COUNT    PIC 9(09) COMP.
013300         10  WS-BAT-TRL-HASH     PIC S9(11) COMP-3.
013400         10  WS-BAT-TRL-SEEN-SW  PIC X(01).
013500             88  WS-BAT-TRAILER-SEEN    VALUE "Y".
013600         10  WS-BAT-STATUS-SW    PIC X(01).
013700             88  WS-BAT-BALANCED        VALUE "B".
013800             88  WS-BAT-QUARANTINED     VALUE "Q".
013900         10  WS-BAT-REASON       PIC X(24).
014000
014100******************************************************************
014200*    RUN-TOTAL COUNTERS - THE ROUTING PASS MUST READ THE SAME   *
014300*    NUMBER OF RECORDS AS THE BALANCING PASS                    *
014400******************************************************************
014500 01  WS-COUNTERS.
014600     05  WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
014700     05  WS-RECORDS-FIRST-PASS   PIC 9(09) COMP VALUE ZERO.
014800     05  WS-BATCHES-BALANCED     PIC 9(09) COMP VALUE ZERO.
014900     05  WS-BATCHES-QUARANTINED  PIC 9(09) COMP VALUE ZERO.
015000     05  WS-DETAILS-RECEIVED     PIC 9(09) COMP VALUE ZERO.
015100     05  WS-DETAILS-PASSED       PIC 9(09) COMP VALUE ZERO.
015200     05  WS-RECORDS-QUARANTINED  PIC 9(09) COMP VALUE ZERO.
015210     05  WS-RESUB-SW-CLEARED     PIC 9(09) COMP VALUE ZERO.
015300
015400******************************************************************
015500*    RUN DATE - THE REPORT HEADING AND THE DATE EVERY BATCH      *
015550*    HEADER MUST CARRY                                           *
015600******************************************************************
015700 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
015800
015900******************************************************************
016000*    REPORT LINES                                               *
016100******************************************************************
016200 01  WS-RPT-HDR-LINE.
016300     05  FILLER                  PIC X(30)
016400             VALUE "INBOUND CONTROL REPORT        ".
016500     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
016600     05  WS-RPT-HDR-DATE         PIC 9(08).
016700     05  FILLER                  PIC X(32) VALUE SPACES.
016800
016900 01  WS-RPT-COL-LINE.
017000     05  FILLER                  PIC X(40)
017100             VALUE "BRANCH  BUS DATE  RECEIVED    VALUE HASH".
017200     05  FILLER                  PIC X(40)
017300             VALUE "  DISPOSITION REASON".
017400
017500 01  WS-RPT-BAT-LINE.
017600     05  WS-RPT-BAT-BRANCH       PIC X(05).
017700     05  FILLER                  PIC X(03) VALUE SPACES.
017800     05  WS-RPT-BAT-DATE         PIC X(08).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  WS-RPT-BAT-RECEIVED     PIC ZZZ,ZZ9.
018100     05  FILLER                  PIC X(01) VALUE SPACES.
018200     05  WS-RPT-BAT-HASH         PIC +ZZZ,ZZZ,ZZ9.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  WS-RPT-BAT-DISP         PIC X(11).
018500     05  FILLER                  PIC X(01) VALUE SPACES.
018600     05  WS-RPT-BAT-REASON       PIC X(24).
018700     05  FILLER                  PIC X(04) VALUE SPACES.
018800
018900 01  WS-RPT-TRL-LINE.
019000     05  FILLER                  PIC X(18)
019100             VALUE "  TRAILER".
019200     05  WS-RPT-TRL-COUNT        PIC ZZZ,ZZ9.
019300     05  FILLER                  PIC X(01) VALUE SPACES.
019400     05  WS-RPT-TRL-HASH         PIC +ZZZ,ZZZ,ZZ9.
019500     05  FILLER                  PIC X(42) VALUE SPACES.
019600
019700 01  WS-RPT-COUNT-LINE.
019800     05  WS-RPT-COUNT-NAME       PIC X(24).
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  WS-RPT-COUNT-CNT        PIC ZZZ,ZZZ,ZZ9.
020100     05  FILLER                  PIC X(44) VALUE SPACES.
020200
020300 01  WS-RPT-BALANCE-LINE.
020400     05  WS-RPT-BALANCE-TEXT     PIC X(44).
020500     05  FILLER                  PIC X(36) VALUE SPACES.
020600
020700 PROCEDURE DIVISION.
020800******************************************************************
020900* 0000-MAINLINE                                                 *
021000******************************************************************
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     IF WS-FATAL-ERROR
021400         DISPLAY "THRINBAL - TERMINATING - SETUP FAILED"
021500         MOVE 0016 TO RETURN-CODE
021600         STOP RUN
021700     END-IF.
021800     PERFORM 2000-BALANCE-RECORD THRU 2000-EXIT
021900         UNTIL WS-INB-EOF OR WS-FATAL-ERROR.
022000     IF WS-FATAL-ERROR
022100         DISPLAY "THRINBAL - BATCH TABLE FULL AT "
022200             WS-BAT-TABLE-MAX
022300         MOVE 0016 TO RETURN-CODE
022400         STOP RUN
022500     END-IF.
022600     IF WS-BATCH-OPEN
022700         IF WS-BAT-REASON (WS-BAT-CUR) = SPACES
022800             MOVE "NO TRAILER" TO WS-BAT-REASON (WS-BAT-CUR)
022900         END-IF
023000         PERFORM 2900-CLOSE-BATCH THRU 2900-EXIT
023100     END-IF.
023200     PERFORM 3000-START-ROUTING THRU 3000-EXIT.
023300     IF WS-FATAL-ERROR
023400         DISPLAY "THRINBAL - TERMINATING - REOPEN FAILED"
023500         MOVE 0016 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023800     PERFORM 3100-ROUTE-RECORD THRU 3100-EXIT
023900         UNTIL WS-INB-EOF.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     STOP RUN.
024200
024300******************************************************************
024400* 1000-INITIALIZE - OPEN FILES AND PRIME THE BALANCING PASS     *
024500******************************************************************
024600 1000-INITIALIZE.
024700     OPEN INPUT INBOUND-IN.
024800     IF NOT WS-THRINB-OK
024900         DISPLAY "THRINBAL - OPEN ERROR ON INBOUND-IN "
025000             WS-THRINB-STATUS
025100         SET WS-FATAL-ERROR TO TRUE
025200         GO TO 1000-EXIT
025300     END-IF.
025400     OPEN OUTPUT DAILY-OUT.
025500     IF NOT WS-THRDLY-OK
025600         DISPLAY "THRINBAL - OPEN ERROR ON DAILY-OUT "
025700             WS-THRDLY-STATUS
025800         SET WS-FATAL-ERROR TO TRUE
025900         GO TO 1000-EXIT
026000     END-IF.
026100     OPEN OUTPUT QUARANTINE-OUT.
026200     IF NOT WS-THRQTN-OK
026300         DISPLAY "THRINBAL - OPEN ERROR ON QUARANTINE-OUT "
026400             WS-THRQTN-STATUS
026500         SET WS-FATAL-ERROR TO TRUE
026600         GO TO 1000-EXIT
026700     END-IF.
026800     OPEN OUTPUT INBAL-RPT.
026900     IF NOT WS-THRIBR-OK
027000         DISPLAY "THRINBAL - OPEN ERROR ON INBAL-RPT "
027100             WS-THRIBR-STATUS
027200         SET WS-FATAL-ERROR TO TRUE
027300         GO TO 1000-EXIT
027400     END-IF.
027500     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
027510     IF WS-FATAL-ERROR
027520         GO TO 1000-EXIT
027530     END-IF.
027600     PERFORM 1100-READ-INBOUND THRU 1100-EXIT.
027700 1000-EXIT.
027800     EXIT.
027803
027806******************************************************************
027809* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
027812*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
027815******************************************************************
027818 1010-READ-BUSINESS-DATE.
027821     OPEN INPUT BUSDATE-IN.
027824     IF NOT WS-THRBDT-OK
027827         DISPLAY "THRINBAL - OPEN ERROR ON BUSDATE-IN "
027830             WS-THRBDT-STATUS
027833         SET WS-FATAL-ERROR TO TRUE
027836         GO TO 1010-EXIT
027839     END-IF.
027842     READ BUSDATE-IN
027845         AT END
027848             MOVE ZERO TO THR-BDT-BUS-DATE
027851     END-READ.
027854     IF THR-BDT-BUS-DATE IS NOT NUMERIC
027857         OR THR-BDT-BUS-DATE = ZERO
027860         DISPLAY "THRINBAL - NO BUSINESS DATE ON BUSDATE-IN"
027863         SET WS-FATAL-ERROR TO TRUE
027866     ELSE
027869         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
027872     END-IF.
027875     CLOSE BUSDATE-IN.
027878 1010-EXIT.
027881     EXIT.
027900
028000******************************************************************
028100* 1100-READ-INBOUND - READ THE NEXT INBOUND RECORD AND NUMBER   *
028200*    IT FOR THE PASS IN PROGRESS                                *
028300******************************************************************
028400 1100-READ-INBOUND.
028500     READ INBOUND-IN
028600         AT END
028700             SET WS-INB-EOF TO TRUE
028800             GO TO 1100-EXIT
028900     END-READ.
029000     ADD 1 TO WS-RECORDS-READ.
029100 1100-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500* 2000-BALANCE-RECORD - FOLD ONE RECORD INTO THE BATCH IT       *
029600*    BELONGS TO AND READ THE NEXT                               *
029700******************************************************************
029800 2000-BALANCE-RECORD.
029900     IF THR-INB-HEADER
030000         PERFORM 2100-TAKE-HEADER THRU 2100-EXIT
030100     ELSE IF THR-INB-TRAILER
030200         PERFORM 2400-TAKE-TRAILER THRU 2400-EXIT
030300     ELSE
030400         PERFORM 2300-TAKE-DETAIL THRU 2300-EXIT
030500     END-IF.
030600     IF WS-FATAL-ERROR
030700         GO TO 2000-EXIT
030800     END-IF.
030900     PERFORM 1100-READ-INBOUND THRU 1100-EXIT.
031000 2000-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400* 2100-TAKE-HEADER - A HEADER CLOSES ANY BATCH STILL OPEN (IT   *
031500*    NEVER GOT ITS TRAILER) AND OPENS A NEW ONE.  A BLANK       *
031600*    BRANCH OR A BAD BUSINESS DATE MARKS THE NEW BATCH FOR      *
031700*    QUARANTINE, AS DOES A HEADER DATE OTHER THAN THE BUSINESS   *
031750*    DATE (A RESENT OLD FILE), BUT ITS DETAILS ARE STILL         *
031800*    GATHERED UNDER IT UP TO ITS TRAILER.                        *
031900******************************************************************
032000 2100-TAKE-HEADER.
032100     IF WS-BATCH-OPEN
032200         IF WS-BAT-REASON (WS-BAT-CUR) = SPACES
032300             MOVE "NO TRAILER" TO WS-BAT-REASON (WS-BAT-CUR)
032400         END-IF
032500         SUBTRACT 1 FROM WS-RECORDS-READ
032600             GIVING WS-BAT-LAST-REC (WS-BAT-CUR)
032700         PERFORM 2900-CLOSE-BATCH THRU 2900-EXIT
032800     END-IF.
032900     PERFORM 2200-NEW-BATCH THRU 2200-EXIT.
033000     IF WS-FATAL-ERROR
033100         GO TO 2100-EXIT
033200     END-IF.
033300     MOVE THR-INB-BRANCH TO WS-BAT-BRANCH (WS-BAT-CUR).
033400     IF THR-INB-HDR-BUS-DATE IS NUMERIC
033500         MOVE THR-INB-HDR-BUS-DATE
033600             TO WS-BAT-BUS-DATE (WS-BAT-CUR)
033700     END-IF.
033800     IF THR-INB-BRANCH = SPACES
033900         MOVE "HEADER BRANCH BLANK" TO WS-BAT-REASON (WS-BAT-CUR)
034000     ELSE IF THR-INB-HDR-BUS-DATE IS NOT NUMERIC
034100         OR THR-INB-HDR-BUS-DATE = ZERO
034200         MOVE "HEADER DATE INVALID" TO WS-BAT-REASON (WS-BAT-CUR)
034250     ELSE IF THR-INB-HDR-BUS-DATE NOT = WS-RUN-DATE-CCYYMMDD
034260         MOVE "HEADER DATE NOT BUS DATE"
034270             TO WS-BAT-REASON (WS-BAT-CUR)
034300     END-IF.
034400 2100-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800* 2200-NEW-BATCH - TAKE THE NEXT TABLE ENTRY FOR A BATCH        *
034900*    STARTING AT THE RECORD IN HAND                             *
035000******************************************************************
035100 2200-NEW-BATCH.
035200     IF WS-BAT-COUNT >= WS-BAT-TABLE-MAX
035300         SET WS-FATAL-ERROR TO TRUE
035400         GO TO 2200-EXIT
035500     END-IF.
035600     ADD 1 TO WS-BAT-COUNT.
035700     MOVE WS-BAT-COUNT    TO WS-BAT-CUR.
035800     MOVE "*NONE"         TO WS-BAT-BRANCH (WS-BAT-CUR).
035900     MOVE ZERO            TO WS-BAT-BUS-DATE (WS-BAT-CUR)
036000                             WS-BAT-DETAILS (WS-BAT-CUR)
036100                             WS-BAT-HASH (WS-BAT-CUR)
036200                             WS-BAT-TRL-COUNT (WS-BAT-CUR)
036300                             WS-BAT-TRL-HASH (WS-BAT-CUR).
036400     MOVE WS-RECORDS-READ TO WS-BAT-LAST-REC (WS-BAT-CUR).
036500     MOVE "N"             TO WS-BAT-TRL-SEEN-SW (WS-BAT-CUR).
036600     MOVE SPACES          TO WS-BAT-STATUS-SW (WS-BAT-CUR)
036700                             WS-BAT-REASON (WS-BAT-CUR).
036800     SET WS-BATCH-OPEN TO TRUE.
036900 2200-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300* 2300-TAKE-DETAIL - COUNT THE DETAIL AND ADD ITS VALUE TO THE  *
037400*    BATCH HASH.  A DETAIL WITH NO BATCH OPEN STARTS A HEADER-  *
037500*    LESS BATCH; A NON-NUMERIC VALUE CANNOT BE HASHED, SO THE   *
037600*    BATCH CANNOT BE PROVED AND IS QUARANTINED.                 *
037700******************************************************************
037800 2300-TAKE-DETAIL.
037900     IF WS-BATCH-CLOSED
038000         PERFORM 2200-NEW-BATCH THRU 2200-EXIT
038100         IF WS-FATAL-ERROR
038200             GO TO 2300-EXIT
038300         END-IF
038400         MOVE "NO HEADER" TO WS-BAT-REASON (WS-BAT-CUR)
038500     END-IF.
038600     ADD 1 TO WS-BAT-DETAILS (WS-BAT-CUR).
038700     ADD 1 TO WS-DETAILS-RECEIVED.
038800     IF THR-VALUE IS NUMERIC
038900         ADD THR-VALUE TO WS-BAT-HASH (WS-BAT-CUR)
039000     ELSE IF WS-BAT-REASON (WS-BAT-CUR) = SPACES
039100         MOVE "NON-NUMERIC VALUE" TO WS-BAT-REASON (WS-BAT-CUR)
039200     END-IF.
039300     MOVE WS-RECORDS-READ TO WS-BAT-LAST-REC (WS-BAT-CUR).
039400 2300-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800* 2400-TAKE-TRAILER - CLOSE THE OPEN BATCH AGAINST ITS          *
039900*    TRAILER: SAME BRANCH AS THE HEADER, THEN COUNT, THEN HASH. *
040000*    A TRAILER WITH NO BATCH OPEN IS QUARANTINED ON ITS OWN.    *
040100******************************************************************
040200 2400-TAKE-TRAILER.
040300     IF WS-BATCH-CLOSED
040400         PERFORM 2200-NEW-BATCH THRU 2200-EXIT
040500         IF WS-FATAL-ERROR
040600             GO TO 2400-EXIT
040700         END-IF
040800         MOVE THR-INB-BRANCH TO WS-BAT-BRANCH (WS-BAT-CUR)
040900         MOVE "NO HEADER" TO WS-BAT-REASON (WS-BAT-CUR)
041000     END-IF.
041100     MOVE WS-RECORDS-READ TO WS-BAT-LAST-REC (WS-BAT-CUR).
041200     SET WS-BAT-TRAILER-SEEN (WS-BAT-CUR) TO TRUE.
041300     IF THR-INB-TRL-COUNT IS NUMERIC
041400         MOVE THR-INB-TRL-COUNT TO WS-BAT-TRL-COUNT (WS-BAT-CUR)
041500     END-IF.
041600     IF THR-INB-TRL-HASH IS NUMERIC
041700         MOVE THR-INB-TRL-HASH TO WS-BAT-TRL-HASH (WS-BAT-CUR)
041800     END-IF.
041900     IF WS-BAT-REASON (WS-BAT-CUR) NOT = SPACES
042000         CONTINUE
042100     ELSE IF THR-INB-BRANCH NOT = WS-BAT-BRANCH (WS-BAT-CUR)
042200         MOVE "TRAILER BRANCH MISMATCH"
042300             TO WS-BAT-REASON (WS-BAT-CUR)
042400     ELSE IF THR-INB-TRL-COUNT IS NOT NUMERIC
042500         OR THR-INB-TRL-HASH IS NOT NUMERIC
042600         MOVE "TRAILER NOT NUMERIC" TO WS-BAT-REASON (WS-BAT-CUR)
042700     ELSE IF WS-BAT-DETAILS (WS-BAT-CUR) NOT = THR-INB-TRL-COUNT
042800         MOVE "RECORD COUNT OUT OF BAL"
042900             TO WS-BAT-REASON (WS-BAT-CUR)
043000     ELSE IF WS-BAT-HASH (WS-BAT-CUR) NOT = THR-INB-TRL-HASH
043100         MOVE "HASH TOTAL OUT OF BAL"
043200             TO WS-BAT-REASON (WS-BAT-CUR)
043300     END-IF.
043400     PERFORM 2900-CLOSE-BATCH THRU 2900-EXIT.
043500 2400-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900* 2900-CLOSE-BATCH - SETTLE THE OPEN BATCH'S VERDICT            *
044000******************************************************************
044100 2900-CLOSE-BATCH.
044200     IF WS-BAT-REASON (WS-BAT-CUR) = SPACES
044300         SET WS-BAT-BALANCED (WS-BAT-CUR) TO TRUE
044400         ADD 1 TO WS-BATCHES-BALANCED
044500     ELSE
044600         SET WS-BAT-QUARANTINED (WS-BAT-CUR) TO TRUE
044700         ADD 1 TO WS-BATCHES-QUARANTINED
044800     END-IF.
044900     SET WS-BATCH-CLOSED TO TRUE.
045000 2900-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400* 3000-START-ROUTING - REWIND THE INBOUND FILE FOR THE ROUTING  *
045500*    PASS AND PRIME ITS FIRST READ                              *
045600******************************************************************
045700 3000-START-ROUTING.
045800     CLOSE INBOUND-IN.
045900     MOVE WS-RECORDS-READ TO WS-RECORDS-FIRST-PASS.
046000     MOVE ZERO TO WS-RECORDS-READ.
046100     MOVE "N"  TO WS-INB-EOF-SW.
046200     MOVE 1    TO WS-BAT-CUR.
046300     OPEN INPUT INBOUND-IN.
046400     IF NOT WS-THRINB-OK
046500         DISPLAY "THRINBAL - REOPEN ERROR ON INBOUND-IN "
046600             WS-THRINB-STATUS
046700         SET WS-FATAL-ERROR TO TRUE
046800         GO TO 3000-EXIT
046900     END-IF.
047000     PERFORM 1100-READ-INBOUND THRU 1100-EXIT.
047100 3000-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500* 3100-ROUTE-RECORD - STEP TO THE BATCH THAT OWNS THE RECORD IN *
047600*    HAND, THEN PASS A BALANCED BATCH'S DETAIL TO THE DAILY     *
047700*    FILE OR SEND ANY RECORD OF A QUARANTINED BATCH TO THE      *
047800*    QUARANTINE FILE.  A BALANCED BATCH'S HEADER AND TRAILER    *
047900*    HAVE DONE THEIR JOB AND ARE DROPPED.  A DETAIL GOES ON      *
047950*    WITH ITS RESUBMISSION SWITCH CLEARED.                       *
048000******************************************************************
048100 3100-ROUTE-RECORD.
048200     PERFORM 3200-NEXT-BATCH THRU 3200-EXIT
048300         UNTIL WS-BAT-CUR >= WS-BAT-COUNT
048400            OR WS-RECORDS-READ <= WS-BAT-LAST-REC (WS-BAT-CUR).
048500     IF WS-BAT-QUARANTINED (WS-BAT-CUR)
048600         WRITE QTN-RECORD FROM THR-INB-RECORD
048700         ADD 1 TO WS-RECORDS-QUARANTINED
048800     ELSE IF THR-INB-HEADER OR THR-INB-TRAILER
048900         CONTINUE
049000     ELSE
049050         IF THR-RESUB-SW NOT = SPACE
049060             MOVE SPACE TO THR-RESUB-SW
049070             ADD 1 TO WS-RESUB-SW-CLEARED
049080         END-IF
049100         WRITE DLY-RECORD FROM THR-RECORD
049200         ADD 1 TO WS-DETAILS-PASSED
049300     END-IF.
049400     PERFORM 1100-READ-INBOUND THRU 1100-EXIT.
049500 3100-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900* 3200-NEXT-BATCH - ADVANCE TO THE NEXT BATCH IN FILE ORDER     *
050000******************************************************************
050100 3200-NEXT-BATCH.
050200     ADD 1 TO WS-BAT-CUR.
050300 3200-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 8000-WRITE-CONTROL-REPORT - ONE LINE PER BRANCH BATCH, THEN   *
050800*    THE RUN TOTALS AND THE VERDICT                             *
050900******************************************************************
051000 8000-WRITE-CONTROL-REPORT.
051100     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
051200     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
051300     MOVE SPACES TO WS-RPT-LINE.
051400     WRITE WS-RPT-LINE.
051500     WRITE WS-RPT-LINE FROM WS-RPT-COL-LINE.
051600     PERFORM 8100-WRITE-BATCH-LINE THRU 8100-EXIT
051700         VARYING WS-BAT-CUR FROM 1 BY 1
051800         UNTIL WS-BAT-CUR > WS-BAT-COUNT.
051900     MOVE SPACES TO WS-RPT-LINE.
052000     WRITE WS-RPT-LINE.
052100     MOVE "BATCHES RECEIVED"       TO WS-RPT-COUNT-NAME.
052200     MOVE WS-BAT-COUNT             TO WS-RPT-COUNT-CNT.
052300     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
052400     MOVE "BATCHES BALANCED"       TO WS-RPT-COUNT-NAME.
052500     MOVE WS-BATCHES-BALANCED      TO WS-RPT-COUNT-CNT.
052600     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
052700     MOVE "BATCHES QUARANTINED"    TO WS-RPT-COUNT-NAME.
052800     MOVE WS-BATCHES-QUARANTINED   TO WS-RPT-COUNT-CNT.
052900     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
053000     MOVE "RECORDS READ"           TO WS-RPT-COUNT-NAME.
053100     MOVE WS-RECORDS-READ          TO WS-RPT-COUNT-CNT.
053200     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
053300     MOVE "DETAILS RECEIVED"       TO WS-RPT-COUNT-NAME.
053400     MOVE WS-DETAILS-RECEIVED      TO WS-RPT-COUNT-CNT.
053500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
053600     MOVE "DETAILS PASSED"         TO WS-RPT-COUNT-NAME.
053700     MOVE WS-DETAILS-PASSED        TO WS-RPT-COUNT-CNT.
053800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
053900     MOVE "RECORDS QUARANTINED"    TO WS-RPT-COUNT-NAME.
054000     MOVE WS-RECORDS-QUARANTINED   TO WS-RPT-COUNT-CNT.
054100     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
054110     MOVE "RESUB SWITCHES CLEARED" TO WS-RPT-COUNT-NAME.
054120     MOVE WS-RESUB-SW-CLEARED      TO WS-RPT-COUNT-CNT.
054130     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
054200     IF WS-RECORDS-READ NOT = WS-RECORDS-FIRST-PASS
054300         MOVE "ROUTING PASS RECORD COUNT DIFFERS"
054400             TO WS-RPT-BALANCE-TEXT
054500     ELSE IF WS-BATCHES-BALANCED = ZERO
054600         MOVE "NO BATCH BALANCED - NOTHING TO CLASSIFY"
054700             TO WS-RPT-BALANCE-TEXT
054800     ELSE IF WS-BATCHES-QUARANTINED > ZERO
054900         MOVE "BATCHES QUARANTINED - SEE ABOVE"
055000             TO WS-RPT-BALANCE-TEXT
055100     ELSE
055200         MOVE "ALL BATCHES IN BALANCE"
055300             TO WS-RPT-BALANCE-TEXT
055400     END-IF.
055500     WRITE WS-RPT-LINE FROM WS-RPT-BALANCE-LINE.
055600 8000-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000* 8100-WRITE-BATCH-LINE - PRINT ONE BATCH'S CONTROL LINE, AND   *
056100*    UNDER A QUARANTINED BATCH WHAT ITS TRAILER CLAIMED         *
056200******************************************************************
056300 8100-WRITE-BATCH-LINE.
056400     MOVE WS-BAT-BRANCH (WS-BAT-CUR)   TO WS-RPT-BAT-BRANCH.
056500     IF WS-BAT-BUS-DATE (WS-BAT-CUR) = ZERO
056600         MOVE SPACES                   TO WS-RPT-BAT-DATE
056700     ELSE
056800         MOVE WS-BAT-BUS-DATE (WS-BAT-CUR)
056900                                       TO WS-RPT-BAT-DATE
057000     END-IF.
057100     MOVE WS-BAT-DETAILS (WS-BAT-CUR)  TO WS-RPT-BAT-RECEIVED.
057200     MOVE WS-BAT-HASH (WS-BAT-CUR)     TO WS-RPT-BAT-HASH.
057300     IF WS-BAT-BALANCED (WS-BAT-CUR)
057400         MOVE "BALANCED"               TO WS-RPT-BAT-DISP
057500     ELSE
057600         MOVE "QUARANTINED"            TO WS-RPT-BAT-DISP
057700     END-IF.
057800     MOVE WS-BAT-REASON (WS-BAT-CUR)   TO WS-RPT-BAT-REASON.
057900     WRITE WS-RPT-LINE FROM WS-RPT-BAT-LINE.
058000     IF WS-BAT-QUARANTINED (WS-BAT-CUR)
058100         AND WS-BAT-TRAILER-SEEN (WS-BAT-CUR)
058200         MOVE WS-BAT-TRL-COUNT (WS-BAT-CUR) TO WS-RPT-TRL-COUNT
058300         MOVE WS-BAT-TRL-HASH (WS-BAT-CUR)  TO WS-RPT-TRL-HASH
058400         WRITE WS-RPT-LINE FROM WS-RPT-TRL-LINE
058500     END-IF.
058600 8100-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000* 9000-TERMINATE - PRINT THE CONTROL REPORT, CLOSE FILES AND    *
059100*    SET THE CONDITION CODE                                     *
059200******************************************************************
059300 9000-TERMINATE.
059400     PERFORM 8000-WRITE-CONTROL-REPORT THRU 8000-EXIT.
059500     CLOSE INBOUND-IN DAILY-OUT QUARANTINE-OUT INBAL-RPT.
059600     EVALUATE TRUE
059700         WHEN WS-RECORDS-READ NOT = WS-RECORDS-FIRST-PASS
059800             MOVE 0016 TO RETURN-CODE
059900         WHEN WS-BATCHES-BALANCED = ZERO
060000             MOVE 0008 TO RETURN-CODE
060100         WHEN WS-BATCHES-QUARANTINED > ZERO
060200             MOVE 0004 TO RETURN-CODE
060300         WHEN OTHER
060400             MOVE 0000 TO RETURN-CODE
060500     END-EVALUATE.
060600 9000-EXIT.
060700     EXIT.
