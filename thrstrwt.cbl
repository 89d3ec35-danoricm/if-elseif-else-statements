000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THRSTRWT.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   STRUCTURING WATCH.  THE CLASSIFIER JUDGES EACH VALUE ON     *
001000*   ITS OWN, SO AN ACCOUNT THAT LANDS NT (NEAR - UNDER) NIGHT   *
001100*   AFTER NIGHT NEVER REACHES THE REVIEW DESK.  THIS PROGRAM    *
001200*   READS THE AUDIT TRAIL (THRAUDR LAYOUT), SORTED ON ACCOUNT   *
001300*   ID THEN TIMESTAMP BY THE CALLING JOB, AND TOTALS EACH       *
001400*   ACCOUNT'S NT EVALUATIONS OVER A ROLLING WINDOW OF DAYS      *
001500*   ENDING TONIGHT.                                             *
001600*                                                                *
001700*   THE WATCH CARD CARRIES THE WINDOW IN DAYS, A MINIMUM NT     *
001800*   COUNT AND A CUMULATIVE NT VALUE.  AN ACCOUNT WHOSE NT COUNT *
001900*   IN THE WINDOW REACHES THE MINIMUM, OR WHOSE NT VALUES IN    *
002000*   THE WINDOW ADD UP TO THE CUMULATIVE VALUE, IS A HIT (A ZERO *
002100*   LIMIT SWITCHES THAT TEST OFF).  EACH HIT IS PRINTED ON THE  *
002200*   WATCH REPORT WITH ITS NAME AND BRANCH FROM THE ACCOUNT      *
002300*   MASTER (THRACTR), AND IS POSTED PENDING TO THE REVIEW-DESK  *
002400*   DISPOSITION FILE (THRDSPR) WITH SOURCE "S", SO IT IS        *
002500*   CARRIED AND AGED ON THE THRNOTFY WORKLIST AND DISPOSED OF   *
002600*   THROUGH THRDSPST LIKE ANY WAY-OVER ITEM.                    *
002700*                                                                *
002800*   AN ACCOUNT THAT ALREADY HAS A PENDING WATCH ITEM IS NOT     *
002900*   POSTED AGAIN - IT IS PRINTED AS PENDING UNTIL THE DESK      *
003000*   DISPOSES OF IT.  AN ACCOUNT ALREADY ON TONIGHT'S WORKLIST   *
003100*   (THE DISPOSITION KEY IS ACCOUNT PLUS RUN DATE) IS PRINTED   *
003200*   AS ON DESK.  CONDITION CODE 4 IS RETURNED WHEN THE INPUT    *
003300*   ARRIVES OUT OF ACCOUNT SEQUENCE (A SORT CONTROL ERROR).     *
003400*                                                                *
003500******************************************************************
003600*                  MODIFICATION HISTORY                         *
003700******************************************************************
003800* 2026-10-15 DM  INITIAL VERSION.                                *
003810* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
003820*                DATE INSTEAD OF THE SYSTEM CLOCK.               *
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT AUDIT-IN    ASSIGN TO THRAUD
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-THRAUD-STATUS.
005000
005100     SELECT WATCH-CTL   ASSIGN TO THRSWC
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-THRSWC-STATUS.
005400
005500     SELECT ACCT-MST    ASSIGN TO THRACT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS THR-ACT-ACCT-ID
005900         FILE STATUS IS WS-THRACT-STATUS.
006000
006100     SELECT DISP-MST    ASSIGN TO THRDSP
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS THR-DSP-KEY
006500         FILE STATUS IS WS-THRDSP-STATUS.
006600
006700     SELECT WATCH-RPT   ASSIGN TO THRSWR
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-THRSWR-STATUS.
006910
006920     SELECT BUSDATE-IN  ASSIGN TO THRBDT
006930         ORGANIZATION IS SEQUENTIAL
006940         FILE STATUS IS WS-THRBDT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  AUDIT-IN
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY THRAUDR.
007700
007800 FD  WATCH-CTL
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  SWC-RECORD.
008200     05  SWC-WINDOW-DAYS         PIC 9(03).
008300     05  SWC-MIN-COUNT           PIC 9(03).
008400     05  SWC-CUM-VALUE           PIC 9(07).
008500     05  FILLER                  PIC X(67).
008600
008700 FD  ACCT-MST
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY THRACTR.
009100
009200 FD  DISP-MST
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY THRDSPR.
009600
009700 FD  WATCH-RPT
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  WS-RPT-LINE                 PIC X(80).
010010
010020 FD  BUSDATE-IN
010030     RECORDING MODE IS F
010040     LABEL RECORDS ARE STANDARD.
010050     COPY THRBDTR.
010100
010200 WORKING-STORAGE SECTION.
010300******************************************************************
010400*    FILE STATUS FIELDS                                         *
010500******************************************************************
010600 01  WS-FILE-STATUSES.
010700     05  WS-THRAUD-STATUS        PIC X(02) VALUE "00".
010800         88  WS-THRAUD-OK                   VALUE "00".
010900     05  WS-THRSWC-STATUS        PIC X(02) VALUE "00".
011000         88  WS-THRSWC-OK                   VALUE "00".
011100     05  WS-THRACT-STATUS        PIC X(02) VALUE "00".
011200         88  WS-THRACT-OK                   VALUE "00".
011300     05  WS-THRDSP-STATUS        PIC X(02) VALUE "00".
011400         88  WS-THRDSP-OK                   VALUE "00".
011500         88  WS-THRDSP-NOT-FOUND            VALUE "35".
011600     05  WS-THRSWR-STATUS        PIC X(02) VALUE "00".
011700         88  WS-THRSWR-OK                   VALUE "00".
011710     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
011720         88  WS-THRBDT-OK                   VALUE "00".
011800
011900******************************************************************
012000*    PROGRAM SWITCHES                                           *
012100******************************************************************
012200 01  WS-SWITCHES.
012300     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
012400         88  WS-AUD-EOF                     VALUE "Y".
012500     05  WS-FATAL-SW             PIC X(01) VALUE "N".
012600         88  WS-FATAL-ERROR                 VALUE "Y".
012700     05  WS-ACCT-OPEN-SW         PIC X(01) VALUE "N".
012800         88  WS-SECTION-OPEN                VALUE "Y".
012900         88  WS-NO-SECTION                  VALUE "N".
013000     05  WS-SEQ-ERROR-SW         PIC X(01) VALUE "N".
013100         88  WS-SEQ-ERROR                   VALUE "Y".
013200     05  WS-ACT-FOUND-SW         PIC X(01) VALUE "N".
013300         88  WS-ACT-FOUND                   VALUE "Y".
013400         88  WS-ACT-NOT-ON-FILE             VALUE "N".
013500     05  WS-DSP-EOF-SW           PIC X(01) VALUE "N".
013600         88  WS-DSP-EOF                     VALUE "Y".
013700     05  WS-WATCH-PEND-SW        PIC X(01) VALUE "N".
013800         88  WS-WATCH-ITEM-PENDING          VALUE "Y".
013900         88  WS-NO-WATCH-ITEM               VALUE "N".
014000
014100******************************************************************
014200*    RUN CONTROL VALUES FROM THE WATCH CARD - THE WINDOW IN     *
014300*    DAYS ENDING TONIGHT, THE NT COUNT AND THE CUMULATIVE NT    *
014400*    VALUE THAT MAKE AN ACCOUNT A HIT (ZERO SWITCHES A TEST     *
014500*    OFF; AT LEAST ONE MUST BE NON-ZERO)                        *
014600******************************************************************
014700 01  WS-WINDOW-DAYS              PIC 9(03) VALUE ZERO.
014800 01  WS-MIN-COUNT                PIC 9(03) VALUE ZERO.
014900 01  WS-CUM-LIMIT                PIC 9(07) VALUE ZERO.
015000 01  WS-BACK-DAYS                PIC 9(03) VALUE ZERO.
015100 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
015200
015300******************************************************************
015400*    WINDOW START DATE - TONIGHT STEPPED BACK ONE DAY FEWER     *
015500*    THAN THE WINDOW, SO A 7-DAY WINDOW IS TONIGHT AND THE SIX  *
015600*    DAYS BEFORE IT                                             *
015700******************************************************************
015800 01  WS-CUTOFF-DATE.
015900     05  WS-CUT-YYYY             PIC 9(04).
016000     05  WS-CUT-MM               PIC 9(02).
016100     05  WS-CUT-DD               PIC 9(02).
016200 01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
016300                                 PIC 9(08).
016400 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
016500 01  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
016600 01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
016700
016800******************************************************************
016900*    CONTROL-BREAK HOLD AREAS FOR THE ACCOUNT BEING WATCHED     *
017000******************************************************************
017100 01  WS-CUR-ACCT-ID              PIC X(10) VALUE SPACES.
017200 01  WS-CUR-ACCT-NAME            PIC X(20) VALUE SPACES.
017300 01  WS-CUR-BRANCH               PIC X(05) VALUE SPACES.
017400 01  WS-CUR-NT-COUNT             PIC 9(09) COMP VALUE ZERO.
017500 01  WS-CUR-NT-VALUE             PIC S9(09) COMP VALUE ZERO.
017600 01  WS-CUR-FIRST-DATE           PIC 9(08) VALUE ZERO.
017700 01  WS-CUR-LAST-DATE            PIC 9(08) VALUE ZERO.
017800
017900******************************************************************
018000*    RUN-TOTAL COUNTERS                                         *
018100******************************************************************
018200 01  WS-COUNTERS.
018300     05  WS-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
018400     05  WS-RECORDS-WATCHED      PIC 9(09) COMP VALUE ZERO.
018500     05  WS-RECORDS-BYPASSED     PIC 9(09) COMP VALUE ZERO.
018600     05  WS-ACCTS-WATCHED        PIC 9(09) COMP VALUE ZERO.
018700     05  WS-ACCTS-HIT            PIC 9(09) COMP VALUE ZERO.
018800     05  WS-ITEMS-POSTED         PIC 9(09) COMP VALUE ZERO.
018900     05  WS-ITEMS-PENDING        PIC 9(09) COMP VALUE ZERO.
019000     05  WS-ITEMS-ON-DESK        PIC 9(09) COMP VALUE ZERO.
019100
019200******************************************************************
019300*    REPORT LINES                                               *
019400******************************************************************
019500 01  WS-RPT-HDR-LINE.
019600     05  FILLER                  PIC X(26)
019700             VALUE "STRUCTURING WATCH REPORT  ".
019800     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
019900     05  WS-RPT-HDR-DATE         PIC 9(08).
020000     05  FILLER                  PIC X(14)
020100             VALUE "  WINDOW FROM ".
020200     05  WS-RPT-HDR-CUTOFF       PIC 9(08).
020300     05  FILLER                  PIC X(14) VALUE SPACES.
020400
020500 01  WS-RPT-PARM-LINE.
020600     05  FILLER                  PIC X(13) VALUE "WINDOW DAYS: ".
020700     05  WS-RPT-PARM-DAYS        PIC ZZ9.
020800     05  FILLER                  PIC X(16)
020900             VALUE "  MIN NT COUNT: ".
021000     05  WS-RPT-PARM-COUNT       PIC ZZ9.
021100     05  FILLER                  PIC X(16)
021200             VALUE "  MIN NT VALUE: ".
021300     05  WS-RPT-PARM-VALUE       PIC Z,ZZZ,ZZ9.
021400     05  FILLER                  PIC X(20) VALUE SPACES.
021500
021600 01  WS-RPT-COLHDR-LINE.
021700     05  FILLER                  PIC X(11) VALUE "ACCOUNT".
021800     05  FILLER                  PIC X(21) VALUE "NAME".
021900     05  FILLER                  PIC X(06) VALUE "BRNCH".
022000     05  FILLER                  PIC X(05) VALUE "  NT".
022100     05  FILLER                  PIC X(12)
022200             VALUE "    NT VALUE".
022300     05  FILLER                  PIC X(09) VALUE " FIRST".
022400     05  FILLER                  PIC X(09) VALUE "LAST".
022500     05  FILLER                  PIC X(07) VALUE "DESK".
022600
022700 01  WS-RPT-DETAIL-LINE.
022800     05  WS-RPT-ACCT-ID          PIC X(10).
022900     05  FILLER                  PIC X(01) VALUE SPACES.
023000     05  WS-RPT-ACCT-NAME        PIC X(20).
023100     05  FILLER                  PIC X(01) VALUE SPACES.
023200     05  WS-RPT-BRANCH           PIC X(05).
023300     05  FILLER                  PIC X(01) VALUE SPACES.
023400     05  WS-RPT-NT-COUNT         PIC ZZZ9.
023500     05  FILLER                  PIC X(01) VALUE SPACES.
023600     05  WS-RPT-NT-VALUE         PIC -ZZ,ZZZ,ZZ9.
023700     05  FILLER                  PIC X(01) VALUE SPACES.
023800     05  WS-RPT-FIRST-DATE       PIC 9(08).
023900     05  FILLER                  PIC X(01) VALUE SPACES.
024000     05  WS-RPT-LAST-DATE        PIC 9(08).
024100     05  FILLER                  PIC X(01) VALUE SPACES.
024200     05  WS-RPT-DESK             PIC X(07).
024300
024400 01  WS-RPT-COUNT-LINE.
024500     05  WS-RPT-COUNT-NAME       PIC X(24).
024600     05  FILLER                  PIC X(01) VALUE SPACES.
024700     05  WS-RPT-COUNT-CNT        PIC ZZZ,ZZZ,ZZ9.
024800     05  FILLER                  PIC X(44) VALUE SPACES.
024900
025000 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
025100
025200 PROCEDURE DIVISION.
025300******************************************************************
025400* 0000-MAINLINE                                                 *
025500******************************************************************
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025800     IF WS-FATAL-ERROR
025900         DISPLAY "THRSTRWT - TERMINATING - SETUP FAILED"
026000         MOVE 0016 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300     PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
026400         UNTIL WS-AUD-EOF.
026500     IF WS-SECTION-OPEN
026600         PERFORM 3000-CLOSE-SECTION THRU 3000-EXIT
026700     END-IF.
026800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026900     STOP RUN.
027000
027100******************************************************************
027200* 1000-INITIALIZE - OPEN FILES, LOAD THE WATCH CARD, SET THE    *
027300*    WINDOW START DATE AND PRIME THE READ                       *
027400******************************************************************
027500 1000-INITIALIZE.
027600     OPEN INPUT AUDIT-IN.
027700     IF NOT WS-THRAUD-OK
027800         DISPLAY "THRSTRWT - OPEN ERROR ON AUDIT-IN "
027900             WS-THRAUD-STATUS
028000         SET WS-FATAL-ERROR TO TRUE
028100         GO TO 1000-EXIT
028200     END-IF.
028300     OPEN INPUT WATCH-CTL.
028400     IF NOT WS-THRSWC-OK
028500         DISPLAY "THRSTRWT - OPEN ERROR ON WATCH-CTL "
028600             WS-THRSWC-STATUS
028700         SET WS-FATAL-ERROR TO TRUE
028800         GO TO 1000-EXIT
028900     END-IF.
029000     OPEN INPUT ACCT-MST.
029100     IF NOT WS-THRACT-OK
029200         DISPLAY "THRSTRWT - OPEN ERROR ON ACCT-MST "
029300             WS-THRACT-STATUS
029400         SET WS-FATAL-ERROR TO TRUE
029500         GO TO 1000-EXIT
029600     END-IF.
029700     OPEN I-O DISP-MST.
029800     IF WS-THRDSP-NOT-FOUND
029900         OPEN OUTPUT DISP-MST
030000         CLOSE DISP-MST
030100         OPEN I-O DISP-MST
030200     END-IF.
030300     IF NOT WS-THRDSP-OK
030400         DISPLAY "THRSTRWT - OPEN ERROR ON DISP-MST "
030500             WS-THRDSP-STATUS
030600         SET WS-FATAL-ERROR TO TRUE
030700         GO TO 1000-EXIT
030800     END-IF.
030900     OPEN OUTPUT WATCH-RPT.
031000     IF NOT WS-THRSWR-OK
031100         DISPLAY "THRSTRWT - OPEN ERROR ON WATCH-RPT "
031200             WS-THRSWR-STATUS
031300         SET WS-FATAL-ERROR TO TRUE
031400         GO TO 1000-EXIT
031500     END-IF.
031600     PERFORM 1050-LOAD-CONTROL-RECORD THRU 1050-EXIT.
031700     IF WS-FATAL-ERROR
031800         GO TO 1000-EXIT
031900     END-IF.
032000     CLOSE WATCH-CTL.
032100     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
032110     IF WS-FATAL-ERROR
032120         GO TO 1000-EXIT
032130     END-IF.
032200     MOVE WS-RUN-DATE-CCYYMMDD TO WS-CUTOFF-DATE-N.
032300     SUBTRACT 1 FROM WS-WINDOW-DAYS GIVING WS-BACK-DAYS.
032400     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT
032500         WS-BACK-DAYS TIMES.
032600     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
032700     MOVE WS-CUTOFF-DATE-N     TO WS-RPT-HDR-CUTOFF.
032800     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
032900     MOVE WS-WINDOW-DAYS       TO WS-RPT-PARM-DAYS.
033000     MOVE WS-MIN-COUNT         TO WS-RPT-PARM-COUNT.
033100     MOVE WS-CUM-LIMIT         TO WS-RPT-PARM-VALUE.
033200     WRITE WS-RPT-LINE FROM WS-RPT-PARM-LINE.
033300     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
033400     WRITE WS-RPT-LINE FROM WS-RPT-COLHDR-LINE.
033500     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
033600 1000-EXIT.
033700     EXIT.
033703
033706******************************************************************
033709* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
033712*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
033715******************************************************************
033718 1010-READ-BUSINESS-DATE.
033721     OPEN INPUT BUSDATE-IN.
033724     IF NOT WS-THRBDT-OK
033727         DISPLAY "THRSTRWT - OPEN ERROR ON BUSDATE-IN "
033730             WS-THRBDT-STATUS
033733         SET WS-FATAL-ERROR TO TRUE
033736         GO TO 1010-EXIT
033739     END-IF.
033742     READ BUSDATE-IN
033745         AT END
033748             MOVE ZERO TO THR-BDT-BUS-DATE
033751     END-READ.
033754     IF THR-BDT-BUS-DATE IS NOT NUMERIC
033757         OR THR-BDT-BUS-DATE = ZERO
033760         DISPLAY "THRSTRWT - NO BUSINESS DATE ON BUSDATE-IN"
033763         SET WS-FATAL-ERROR TO TRUE
033766     ELSE
033769         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
033772     END-IF.
033775     CLOSE BUSDATE-IN.
033778 1010-EXIT.
033781     EXIT.
033800
033900******************************************************************
034000* 1050-LOAD-CONTROL-RECORD - READ THE WATCH CARD.  THE WINDOW   *
034100*    MUST BE NON-ZERO, AND AT LEAST ONE OF THE NT COUNT AND     *
034200*    THE CUMULATIVE VALUE MUST BE SET.                          *
034300******************************************************************
034400 1050-LOAD-CONTROL-RECORD.
034500     READ WATCH-CTL
034600         AT END
034700             DISPLAY "THRSTRWT - WATCH-CTL IS EMPTY"
034800             SET WS-FATAL-ERROR TO TRUE
034900             GO TO 1050-EXIT
035000     END-READ.
035100     IF SWC-WINDOW-DAYS IS NOT NUMERIC
035200         OR SWC-WINDOW-DAYS = ZERO
035300         DISPLAY "THRSTRWT - WATCH-CTL WINDOW IS INVALID - "
035400             SWC-WINDOW-DAYS
035500         SET WS-FATAL-ERROR TO TRUE
035600         GO TO 1050-EXIT
035700     END-IF.
035800     IF SWC-MIN-COUNT IS NOT NUMERIC
035900         OR SWC-CUM-VALUE IS NOT NUMERIC
036000         DISPLAY "THRSTRWT - WATCH-CTL LIMITS ARE INVALID - "
036100             SWC-MIN-COUNT " " SWC-CUM-VALUE
036200         SET WS-FATAL-ERROR TO TRUE
036300         GO TO 1050-EXIT
036400     END-IF.
036500     IF SWC-MIN-COUNT = ZERO
036600         AND SWC-CUM-VALUE = ZERO
036700         DISPLAY "THRSTRWT - WATCH-CTL HAS NO NT COUNT OR "
036800             "CUMULATIVE VALUE SET"
036900         SET WS-FATAL-ERROR TO TRUE
037000         GO TO 1050-EXIT
037100     END-IF.
037200     MOVE SWC-WINDOW-DAYS TO WS-WINDOW-DAYS.
037300     MOVE SWC-MIN-COUNT   TO WS-MIN-COUNT.
037400     MOVE SWC-CUM-VALUE   TO WS-CUM-LIMIT.
037500 1050-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900* 1100-READ-AUDIT - READ THE NEXT AUDIT RECORD                  *
038000******************************************************************
038100 1100-READ-AUDIT.
038200     READ AUDIT-IN
038300         AT END
038400             SET WS-AUD-EOF TO TRUE
038500         NOT AT END
038600             ADD 1 TO WS-RECORDS-READ
038700     END-READ.
038800 1100-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200* 1300-BACK-ONE-DAY - STEP THE CUTOFF DATE BACK ONE CALENDAR    *
039300*    DAY, HONOURING MONTH LENGTHS AND LEAP YEARS                *
039400******************************************************************
039500 1300-BACK-ONE-DAY.
039600     IF WS-CUT-DD > 1
039700         SUBTRACT 1 FROM WS-CUT-DD
039800         GO TO 1300-EXIT
039900     END-IF.
040000     IF WS-CUT-MM = 1
040100         SUBTRACT 1 FROM WS-CUT-YYYY
040200         MOVE 12 TO WS-CUT-MM
040300         MOVE 31 TO WS-CUT-DD
040400         GO TO 1300-EXIT
040500     END-IF.
040600     SUBTRACT 1 FROM WS-CUT-MM.
040700     PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT.
040800     MOVE WS-DAYS-IN-MONTH TO WS-CUT-DD.
040900 1300-EXIT.
041000     EXIT.
041100
041200******************************************************************
041300* 1350-DAYS-IN-MONTH - SET THE LENGTH OF THE CUTOFF MONTH       *
041400******************************************************************
041500 1350-DAYS-IN-MONTH.
041600     EVALUATE WS-CUT-MM
041700         WHEN 4
041800         WHEN 6
041900         WHEN 9
042000         WHEN 11
042100             MOVE 30 TO WS-DAYS-IN-MONTH
042200         WHEN 2
042300             DIVIDE WS-CUT-YYYY BY 4
042400                 GIVING WS-LEAP-QUOTIENT
042500                 REMAINDER WS-LEAP-REMAINDER
042600             IF WS-LEAP-REMAINDER = ZERO
042700                 MOVE 29 TO WS-DAYS-IN-MONTH
042800             ELSE
042900                 MOVE 28 TO WS-DAYS-IN-MONTH
043000             END-IF
043100         WHEN OTHER
043200             MOVE 31 TO WS-DAYS-IN-MONTH
043300     END-EVALUATE.
043400 1350-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800* 2000-PROCESS-AUDIT-RECORD - SELECT THE NT EVALUATIONS INSIDE  *
043900*    THE WINDOW, BREAK ON A NEW ACCOUNT, AND FOLD THE RECORD    *
044000*    INTO THE OPEN ACCOUNT                                      *
044100******************************************************************
044200 2000-PROCESS-AUDIT-RECORD.
044300     IF THR-AUD-CLASS-CODE NOT = "NT"
044400         OR THR-AUD-TS-DATE IS NOT NUMERIC
044500         OR THR-AUD-TS-DATE < WS-CUTOFF-DATE-N
044600         ADD 1 TO WS-RECORDS-BYPASSED
044700         GO TO 2000-NEXT
044800     END-IF.
044900     IF WS-SECTION-OPEN
045000         AND THR-AUD-ACCT-ID NOT = WS-CUR-ACCT-ID
045100         IF THR-AUD-ACCT-ID < WS-CUR-ACCT-ID
045200             SET WS-SEQ-ERROR TO TRUE
045300         END-IF
045400         PERFORM 3000-CLOSE-SECTION THRU 3000-EXIT
045500     END-IF.
045600     IF WS-NO-SECTION
045700         PERFORM 2100-OPEN-SECTION THRU 2100-EXIT
045800     END-IF.
045900     PERFORM 2200-FOLD-RECORD-IN THRU 2200-EXIT.
046000 2000-NEXT.
046100     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
046200 2000-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600* 2100-OPEN-SECTION - START FRESH TOTALS FOR THE RECORD'S       *
046700*    ACCOUNT                                                    *
046800******************************************************************
046900 2100-OPEN-SECTION.
047000     SET WS-SECTION-OPEN TO TRUE.
047100     MOVE THR-AUD-ACCT-ID   TO WS-CUR-ACCT-ID.
047200     MOVE THR-AUD-ACCT-NAME TO WS-CUR-ACCT-NAME.
047300     MOVE THR-AUD-BRANCH    TO WS-CUR-BRANCH.
047400     MOVE ZERO              TO WS-CUR-NT-COUNT.
047500     MOVE ZERO              TO WS-CUR-NT-VALUE.
047600     MOVE THR-AUD-TS-DATE   TO WS-CUR-FIRST-DATE.
047700     MOVE THR-AUD-TS-DATE   TO WS-CUR-LAST-DATE.
047800 2100-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200* 2200-FOLD-RECORD-IN - ADD ONE NT EVALUATION TO THE OPEN       *
048300*    ACCOUNT'S COUNT AND CUMULATIVE VALUE                       *
048400******************************************************************
048500 2200-FOLD-RECORD-IN.
048600     ADD 1 TO WS-RECORDS-WATCHED.
048700     ADD 1 TO WS-CUR-NT-COUNT.
048800     ADD THR-AUD-VALUE TO WS-CUR-NT-VALUE.
048900     MOVE THR-AUD-TS-DATE TO WS-CUR-LAST-DATE.
049000     IF THR-AUD-ACCT-NAME NOT = SPACES
049100         MOVE THR-AUD-ACCT-NAME TO WS-CUR-ACCT-NAME
049200     END-IF.
049300     IF THR-AUD-BRANCH NOT = SPACES
049400         MOVE THR-AUD-BRANCH TO WS-CUR-BRANCH
049500     END-IF.
049600 2200-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000* 3000-CLOSE-SECTION - TEST THE FINISHED ACCOUNT AGAINST THE    *
050100*    WATCH LIMITS; A HIT IS PRINTED AND SENT TO THE DESK        *
050200******************************************************************
050300 3000-CLOSE-SECTION.
050400     ADD 1 TO WS-ACCTS-WATCHED.
050500     IF WS-MIN-COUNT > ZERO
050600         AND WS-CUR-NT-COUNT NOT < WS-MIN-COUNT
050700         GO TO 3000-HIT
050800     END-IF.
050900     IF WS-CUM-LIMIT > ZERO
051000         AND WS-CUR-NT-VALUE NOT < WS-CUM-LIMIT
051100         GO TO 3000-HIT
051200     END-IF.
051300     GO TO 3000-DONE.
051400 3000-HIT.
051500     ADD 1 TO WS-ACCTS-HIT.
051600     PERFORM 3100-LOOKUP-ACCOUNT THRU 3100-EXIT.
051700     PERFORM 3200-CHECK-DESK THRU 3200-EXIT.
051800     IF WS-WATCH-ITEM-PENDING
051900         MOVE "PENDING" TO WS-RPT-DESK
052000         ADD 1 TO WS-ITEMS-PENDING
052100     ELSE
052200         PERFORM 3300-POST-DISPOSITION THRU 3300-EXIT
052300     END-IF.
052400     MOVE WS-CUR-ACCT-ID    TO WS-RPT-ACCT-ID.
052500     MOVE WS-CUR-ACCT-NAME  TO WS-RPT-ACCT-NAME.
052600     MOVE WS-CUR-BRANCH     TO WS-RPT-BRANCH.
052700     MOVE WS-CUR-NT-COUNT   TO WS-RPT-NT-COUNT.
052800     MOVE WS-CUR-NT-VALUE   TO WS-RPT-NT-VALUE.
052900     MOVE WS-CUR-FIRST-DATE TO WS-RPT-FIRST-DATE.
053000     MOVE WS-CUR-LAST-DATE  TO WS-RPT-LAST-DATE.
053100     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
053200 3000-DONE.
053300     SET WS-NO-SECTION TO TRUE.
053400 3000-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800* 3100-LOOKUP-ACCOUNT - TAKE THE NAME AND BRANCH FROM THE       *
053900*    ACCOUNT MASTER; AN ACCOUNT NOT ON THE MASTER KEEPS WHAT    *
054000*    THE AUDIT TRAIL CARRIED                                    *
054100******************************************************************
054200 3100-LOOKUP-ACCOUNT.
054300     MOVE WS-CUR-ACCT-ID TO THR-ACT-ACCT-ID.
054400     SET WS-ACT-FOUND TO TRUE.
054500     READ ACCT-MST
054600         INVALID KEY
054700             SET WS-ACT-NOT-ON-FILE TO TRUE
054800     END-READ.
054900     IF WS-ACT-FOUND
055000         MOVE THR-ACT-NAME   TO WS-CUR-ACCT-NAME
055100         MOVE THR-ACT-BRANCH TO WS-CUR-BRANCH
055200     END-IF.
055300 3100-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700* 3200-CHECK-DESK - LOOK THROUGH THE ACCOUNT'S DISPOSITION      *
055800*    ITEMS FOR A WATCH ITEM THE DESK HAS NOT YET DISPOSED OF    *
055900******************************************************************
056000 3200-CHECK-DESK.
056100     SET WS-NO-WATCH-ITEM TO TRUE.
056200     MOVE "N" TO WS-DSP-EOF-SW.
056300     MOVE WS-CUR-ACCT-ID TO THR-DSP-ACCT-ID.
056400     MOVE ZERO           TO THR-DSP-RUN-DATE.
056500     START DISP-MST KEY NOT < THR-DSP-KEY
056600         INVALID KEY
056700             SET WS-DSP-EOF TO TRUE
056800     END-START.
056900     PERFORM 3250-CHECK-ONE-ITEM THRU 3250-EXIT
057000         UNTIL WS-DSP-EOF OR WS-WATCH-ITEM-PENDING.
057100 3200-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500* 3250-CHECK-ONE-ITEM - READ THE NEXT DISPOSITION ITEM; STOP    *
057600*    AT THE FIRST ITEM FOR ANOTHER ACCOUNT                      *
057700******************************************************************
057800 3250-CHECK-ONE-ITEM.
057900     READ DISP-MST NEXT RECORD
058000         AT END
058100             SET WS-DSP-EOF TO TRUE
058200             GO TO 3250-EXIT
058300     END-READ.
058400     IF THR-DSP-ACCT-ID NOT = WS-CUR-ACCT-ID
058500         SET WS-DSP-EOF TO TRUE
058600         GO TO 3250-EXIT
058700     END-IF.
058800     IF THR-DSP-PENDING
058900         AND THR-DSP-FROM-WATCH
059000         SET WS-WATCH-ITEM-PENDING TO TRUE
059100     END-IF.
059200 3250-EXIT.
059300     EXIT.
059400
059500******************************************************************
059600* 3300-POST-DISPOSITION - WRITE THE HIT TO THE DISPOSITION FILE *
059700*    AS A PENDING WATCH ITEM.  A DUPLICATE KEY MEANS THE        *
059800*    ACCOUNT IS ALREADY ON TONIGHT'S WORKLIST - THE ITEM ON     *
059900*    FILE IS KEPT AND THE DESK SEES THE ACCOUNT THERE.          *
060000******************************************************************
060100 3300-POST-DISPOSITION.
060200     MOVE SPACES               TO THR-DSP-RECORD.
060300     MOVE WS-CUR-ACCT-ID       TO THR-DSP-ACCT-ID.
060400     MOVE WS-RUN-DATE-CCYYMMDD TO THR-DSP-RUN-DATE.
060500     MOVE WS-CUR-ACCT-NAME     TO THR-DSP-ACCT-NAME.
060600     MOVE WS-CUR-BRANCH        TO THR-DSP-BRANCH.
060700     MOVE "NT"                 TO THR-DSP-CLASS.
060800     IF WS-CUR-NT-VALUE > 99999
060900         MOVE 99999 TO THR-DSP-VALUE
061000     ELSE IF WS-CUR-NT-VALUE < ZERO
061100         MOVE ZERO TO THR-DSP-VALUE
061200     ELSE
061300         MOVE WS-CUR-NT-VALUE TO THR-DSP-VALUE
061400     END-IF.
061500     MOVE ZERO                 TO THR-DSP-EXCESS.
061600     SET THR-DSP-PENDING       TO TRUE.
061700     MOVE ZERO                 TO THR-DSP-DISP-DATE.
061800     SET THR-DSP-FROM-WATCH    TO TRUE.
061900     WRITE THR-DSP-RECORD
062000         INVALID KEY
062100             MOVE "ON DESK" TO WS-RPT-DESK
062200             ADD 1 TO WS-ITEMS-ON-DESK
062300             GO TO 3300-EXIT
062400     END-WRITE.
062500     MOVE "POSTED" TO WS-RPT-DESK.
062600     ADD 1 TO WS-ITEMS-POSTED.
062700 3300-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100* 8000-WRITE-REPORT-TOTALS - PRINT THE RUN COUNTS               *
063200******************************************************************
063300 8000-WRITE-REPORT-TOTALS.
063400     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
063500     MOVE "AUDIT RECORDS READ"   TO WS-RPT-COUNT-NAME.
063600     MOVE WS-RECORDS-READ        TO WS-RPT-COUNT-CNT.
063700     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
063800     MOVE "NT IN WINDOW"         TO WS-RPT-COUNT-NAME.
063900     MOVE WS-RECORDS-WATCHED     TO WS-RPT-COUNT-CNT.
064000     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
064100     MOVE "RECORDS BYPASSED"     TO WS-RPT-COUNT-NAME.
064200     MOVE WS-RECORDS-BYPASSED    TO WS-RPT-COUNT-CNT.
064300     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
064400     MOVE "ACCOUNTS WATCHED"     TO WS-RPT-COUNT-NAME.
064500     MOVE WS-ACCTS-WATCHED       TO WS-RPT-COUNT-CNT.
064600     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
064700     MOVE "ACCOUNTS HIT"         TO WS-RPT-COUNT-NAME.
064800     MOVE WS-ACCTS-HIT           TO WS-RPT-COUNT-CNT.
064900     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
065000     MOVE "DESK ITEMS POSTED"    TO WS-RPT-COUNT-NAME.
065100     MOVE WS-ITEMS-POSTED        TO WS-RPT-COUNT-CNT.
065200     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
065300     MOVE "ALREADY PENDING"      TO WS-RPT-COUNT-NAME.
065400     MOVE WS-ITEMS-PENDING       TO WS-RPT-COUNT-CNT.
065500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
065600     MOVE "ON TONIGHT'S WORKLIST" TO WS-RPT-COUNT-NAME.
065700     MOVE WS-ITEMS-ON-DESK       TO WS-RPT-COUNT-CNT.
065800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
065900 8000-EXIT.
066000     EXIT.
066100
066200******************************************************************
066300* 9000-TERMINATE - WRITE THE TOTALS, CLOSE FILES AND SET THE    *
066400*    CONDITION CODE                                             *
066500******************************************************************
066600 9000-TERMINATE.
066700     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
066800     CLOSE AUDIT-IN ACCT-MST DISP-MST WATCH-RPT.
066900     IF WS-SEQ-ERROR
067000         DISPLAY "THRSTRWT - AUDIT INPUT OUT OF ACCOUNT SEQUENCE"
067100         MOVE 0004 TO RETURN-CODE
067200     ELSE
067300         MOVE 0000 TO RETURN-CODE
067400     END-IF.
067500 9000-EXIT.
067600     EXIT.
