000800*                                                                *
000900*   THIS PROGRAM IS THE THRESHOLD WHAT-IF SIMULATOR.  IT READS  *
001000*   A CANDIDATE CONTROL FILE (THRCTLR LAYOUT - THE SAME ROWS    *
001100*   THRCTLMT PUBLISHES TO PROD.THRESH.CONTROL.CARD) AND         *
001200*   REPLAYS THE NIGHT'S AUDIT TRAIL (THRAUDR LAYOUT) THROUGH   *
001300*   THE CANDIDATE BANDS, WITHOUT TOUCHING THE LIVE CONTROL     *
001400*   FILE OR ANY PRODUCTION OUTPUT.                              *
001500*                                                                *
001600*   EACH AUDITED VALUE IS RE-CLASSIFIED BY THE THRCLSFY          *
001700*   CLASSIFICATION SERVICE - THE SAME MODULE, ACCOUNT LOOKUP     *
001800*   AND BANDS THE CLASSIFIER USES - WITH THE CANDIDATE FILE      *
001900*   ALLOCATED AS ITS THRCTL.  THE REPORT SHOWS, PER CATEGORY,    *
002000*   THE CURRENT BUCKET COUNTS AS AUDITED SIDE BY SIDE WITH THE   *
002100*   SIMULATED COUNTS, PLUS A DETAIL LINE FOR EVERY ACCOUNT THAT  *
002200*   WOULD CHANGE CLASS - SO A CUTOFF CHANGE CAN BE SOCIALIZED    *
002300*   WITH THE BUSINESS BEFORE THE LIVE FILE IS TOUCHED.           *
002310*                                                                *
002320*   THE CURRENT COUNTS ARE ONLY LIKE-FOR-LIKE WHEN ONE CONTROL   *
002330*   CARD CLASSIFIED EVERYTHING REPLAYED, SO THE REPORT ENDS BY   *
002340*   LISTING EVERY CHANGE ON THE THRCLG CONTROL-CARD CHANGE LOG   *
002350*   THAT TOOK EFFECT AFTER THE EARLIEST EVALUATION REPLAYED -    *
002360*   WITH CHANGES KEYED AHEAD OF THE BUSINESS DATE MARKED         *
002370*   PENDING - SO A CANDIDATE IS NOT JUDGED AGAINST A CUTOFF      *
002380*   THAT WAS ALREADY CHANGED OR ALREADY SCHEDULED TO CHANGE.     *
002382*                                                                *
002384*   THE AUDIT RECORDS COME FROM THE KEYED AUDIT TRAIL (THRAKYR). *
002386*   THE THRSMW WINDOW CARD NAMES THE FIRST AND LAST EVALUATION   *
002388*   DATES TO REPLAY; EACH ACCOUNT IS STARTED AT THE FIRST DATE   *
002390*   AND LEFT PAST THE LAST, SO ONLY THE WINDOW IS READ.  A BLANK *
002392*   OR EMPTY CARD REPLAYS THE WHOLE TRAIL.                       *
002400*                                                                *
002500******************************************************************
002600*                  MODIFICATION HISTORY                         *
002800* 2026-09-02 DM  INITIAL VERSION.                                *
002810* 2026-09-02 DM  AUDIT VALUES REPLAYED AND PRINTED SIGNED,       *
002820*                MATCHING THE SIGNED THRAUDR LAYOUT.             *
002830* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
002840*                DATE INSTEAD OF THE SYSTEM CLOCK.               *
002850* 2026-10-15 DM  LIST CONTROL-CARD CHANGES LOGGED ON THRCLG SINCE*
002860*                THE EARLIEST EVALUATION REPLAYED.               *
002870* 2026-10-15 DM  REPLAYS FROM THE KEYED AUDIT TRAIL, LIMITED TO  *
002880*                THE DATE WINDOW ON THE NEW THRSMW CARD.         *
002890* 2026-10-15 DM  CANDIDATE ROWS NOW LOADED AND APPLIED BY THE    *
002892*                THRCLSFY SERVICE UNDER DD THRCTL (WAS THRCND),  *
002894*                SO THEY PASS THE LIVE CARD'S VALIDATION AND     *
002896*                CLASSIFY EXACTLY AS THE CLASSIFIER WOULD.       *
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT AUDIT-KEYED ASSIGN TO THRAKY
003800         ORGANIZATION IS INDEXED
003810         ACCESS MODE IS DYNAMIC
003820         RECORD KEY IS THR-AKY-KEY
003900         FILE STATUS IS WS-THRAKY-STATUS.
004000
005100     SELECT SIMUL-RPT   ASSIGN TO THRSIM
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-THRSIM-STATUS.
005310
005320     SELECT BUSDATE-IN  ASSIGN TO THRBDT
005330         ORGANIZATION IS SEQUENTIAL
005340         FILE STATUS IS WS-THRBDT-STATUS.
005350
005360     SELECT CHANGE-LOG-IN ASSIGN TO THRCLG
005370         ORGANIZATION IS SEQUENTIAL
005380         FILE STATUS IS WS-THRCLG-STATUS.
005385
005390     SELECT WINDOW-CTL  ASSIGN TO THRSMW
005392         ORGANIZATION IS SEQUENTIAL
005394         FILE STATUS IS WS-THRSMW-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  AUDIT-KEYED
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY THRAKYR.
006100
007200 FD  SIMUL-RPT
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  WS-RPT-LINE                 PIC X(80).
007510
007520 FD  BUSDATE-IN
007530     RECORDING MODE IS F
007540     LABEL RECORDS ARE STANDARD.
007550     COPY THRBDTR.
007558
007566 FD  CHANGE-LOG-IN
007574     RECORDING MODE IS F
007582     LABEL RECORDS ARE STANDARD.
007590     COPY THRCLGR.
007591
007592 FD  WINDOW-CTL
007593     RECORDING MODE IS F
007594     LABEL RECORDS ARE STANDARD.
007595 01  SMW-RECORD.
007596     05  SMW-DATE-FROM           PIC X(08).
007597     05  SMW-DATE-TO             PIC X(08).
007598     05  FILLER                  PIC X(64).
007600
007700 WORKING-STORAGE SECTION.
007800******************************************************************
007900*    FILE STATUS FIELDS                                         *
008000******************************************************************
008100 01  WS-FILE-STATUSES.
008200     05  WS-THRAKY-STATUS        PIC X(02) VALUE "00".
008300         88  WS-THRAKY-OK                   VALUE "00".
008800     05  WS-THRSIM-STATUS        PIC X(02) VALUE "00".
008900         88  WS-THRSIM-OK                   VALUE "00".
008910     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
008920         88  WS-THRBDT-OK                   VALUE "00".
008930     05  WS-THRCLG-STATUS        PIC X(02) VALUE "00".
008940         88  WS-THRCLG-OK                   VALUE "00".
008950     05  WS-THRSMW-STATUS        PIC X(02) VALUE "00".
008960         88  WS-THRSMW-OK                   VALUE "00".
009000
009100******************************************************************
009200*    PROGRAM SWITCHES                                           *
009400 01  WS-SWITCHES.
009500     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
009600         88  WS-AUD-EOF                     VALUE "Y".
010100     05  WS-FATAL-SW             PIC X(01) VALUE "N".
010200         88  WS-FATAL-ERROR                 VALUE "Y".
010210     05  WS-CLG-EOF-SW           PIC X(01) VALUE "N".
010220         88  WS-CLG-EOF                     VALUE "Y".
010230     05  WS-AUD-RANGE-SW         PIC X(01) VALUE "N".
010240         88  WS-AUD-IN-RANGE                VALUE "Y".
010250         88  WS-AUD-OUT-OF-RANGE            VALUE "N".
010260
010270******************************************************************
010280*    THE AUDIT RECORD IN HAND, AS CARRIED ON THE KEYED TRAIL     *
010290******************************************************************
010295     COPY THRAUDR.
010300
010400******************************************************************
010500*    CANDIDATE CONTROL TABLE - THE CANDIDATE ROWS AS THRCLSFY    *
010600*    LOADED THEM, IN THE SAME ORDER, EACH WITH ITS THRESHOLD     *
010700*    AND BAND WIDTH PLUS THAT CATEGORY'S CURRENT-VERSUS-         *
010800*    SIMULATED BUCKET COUNTERS.  THE "*" ROW IS THE DEFAULT.     *
010900******************************************************************
011000 01  WS-CTL-TABLE-MAX            PIC 9(02) COMP VALUE 10.
011100 01  WS-CTL-COUNT                PIC 9(02) COMP VALUE ZERO.
012100             15  WS-CUR-BUCKET   PIC 9(09) COMP OCCURS 5 TIMES.
012200         10  WS-CTL-SIM-COUNTS.
012300             15  WS-SIM-BUCKET   PIC 9(09) COMP OCCURS 5 TIMES.
012310
012320******************************************************************
012330*    PARAMETER BLOCK FOR THE THRCLSFY CLASSIFICATION SERVICE     *
012340******************************************************************
012350     COPY THRCLSR.
012400
012500******************************************************************
012600*    BUCKET SUBSCRIPTS - 1 WU, 2 NT, 3 AT, 4 OV, 5 WO           *
014000******************************************************************
014100*    WORK FIELDS FOR THE AUDIT RECORD BEING REPLAYED            *
014200******************************************************************
014400 01  WS-SIM-CLASS                PIC X(02) VALUE SPACES.
014410 01  WS-EARLIEST-AUD-DATE        PIC 9(08) VALUE 99999999.
014420
014430******************************************************************
014440*    REPLAY WINDOW FROM THE THRSMW CARD - AN OPEN WINDOW RUNS    *
014450*    00000000 TO 99999999                                        *
014460******************************************************************
014470 01  WS-WINDOW-FROM              PIC 9(08) VALUE ZERO.
014480 01  WS-WINDOW-TO                PIC 9(08) VALUE 99999999.
014500
014600******************************************************************
014700*    RUN-TOTAL COUNTERS FOR THE REPORT TRAILER                  *
015100     05  WS-RECORDS-CHANGED      PIC 9(09) COMP VALUE ZERO.
015200     05  WS-RECORDS-UNCHANGED    PIC 9(09) COMP VALUE ZERO.
015300     05  WS-CLASS-UNKNOWN        PIC 9(09) COMP VALUE ZERO.
015310     05  WS-CHANGES-LOGGED       PIC 9(09) COMP VALUE ZERO.
015320     05  WS-KEYED-READ           PIC 9(09) COMP VALUE ZERO.
015400
015500******************************************************************
015600*    REPORT LINES                                               *
016200     05  WS-RPT-HDR-DATE         PIC 9(08).
016300     05  FILLER                  PIC X(28) VALUE SPACES.
016400
016410 01  WS-RPT-WINDOW-LINE.
016420     05  FILLER                  PIC X(34)
016430             VALUE "REPLAY WINDOW                     ".
016440     05  WS-RPT-WINDOW-FROM      PIC 9(08).
016450     05  FILLER                  PIC X(04) VALUE " TO ".
016460     05  WS-RPT-WINDOW-TO        PIC 9(08).
016470     05  FILLER                  PIC X(26) VALUE SPACES.
016480
016500 01  WS-RPT-COLHDR-LINE.
016600     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
016700     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  FILLER                  PIC X(44) VALUE SPACES.
022100
022200 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
022202
022204 01  WS-RPT-CLG-HDR-LINE.
022206     05  FILLER                  PIC X(44)
022208             VALUE "CONTROL-CARD CHANGES LOGGED SINCE EARLIEST ".
022210     05  FILLER                  PIC X(09) VALUE "REPLAYED ".
022212     05  WS-RPT-CLG-HDR-DATE     PIC 9(08).
022214     05  FILLER                  PIC X(19) VALUE SPACES.
022216
022218 01  WS-RPT-CLG-LINE.
022220     05  FILLER                  PIC X(02) VALUE SPACES.
022222     05  WS-RPT-CLG-EFF-DATE     PIC 9(08).
022224     05  FILLER                  PIC X(02) VALUE SPACES.
022226     05  WS-RPT-CLG-ACTION       PIC X(07).
022228     05  FILLER                  PIC X(05) VALUE " CAT ".
022230     05  WS-RPT-CLG-CATEGORY     PIC X(01).
022232     05  FILLER                  PIC X(05) VALUE " THR ".
022234     05  WS-RPT-CLG-BEF-THRESH   PIC ZZZZ9.
022236     05  FILLER                  PIC X(01) VALUE ">".
022238     05  WS-RPT-CLG-AFT-THRESH   PIC ZZZZ9.
022240     05  FILLER                  PIC X(06) VALUE " BAND ".
022242     05  WS-RPT-CLG-BEF-BAND     PIC ZZ9.
022244     05  FILLER                  PIC X(01) VALUE ">".
022246     05  WS-RPT-CLG-AFT-BAND     PIC ZZ9.
022248     05  FILLER                  PIC X(04) VALUE " BY ".
022250     05  WS-RPT-CLG-CHANGED-BY   PIC X(08).
022252     05  FILLER                  PIC X(01) VALUE SPACES.
022254     05  WS-RPT-CLG-FLAG         PIC X(07).
022256     05  FILLER                  PIC X(06) VALUE SPACES.
022258
022260 01  WS-RPT-NONE-LINE.
022262     05  FILLER                  PIC X(40)
022264             VALUE "  NONE - ONE CARD COVERED EVERY RECORD".
022266     05  FILLER                  PIC X(40) VALUE SPACES.
022300
022400 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
022500
024400*    PRIME THE READ                                             *
024500******************************************************************
024600 1000-INITIALIZE.
024700     OPEN INPUT AUDIT-KEYED.
024800     IF NOT WS-THRAKY-OK
024900         DISPLAY "THRSIMUL - OPEN ERROR ON AUDIT-KEYED "
025000             WS-THRAKY-STATUS
025100         SET WS-FATAL-ERROR TO TRUE
025200         GO TO 1000-EXIT
025300     END-IF.
026800     OPEN OUTPUT SIMUL-RPT.
026900     IF NOT WS-THRSIM-OK
027000         DISPLAY "THRSIMUL - OPEN ERROR ON SIMUL-RPT "
027200         SET WS-FATAL-ERROR TO TRUE
027300         GO TO 1000-EXIT
027400     END-IF.
027410     OPEN INPUT CHANGE-LOG-IN.
027420     IF NOT WS-THRCLG-OK
027430         DISPLAY "THRSIMUL - OPEN ERROR ON CHANGE-LOG-IN "
027440             WS-THRCLG-STATUS
027450         SET WS-FATAL-ERROR TO TRUE
027460         GO TO 1000-EXIT
027470     END-IF.
027472     OPEN INPUT WINDOW-CTL.
027474     IF NOT WS-THRSMW-OK
027476         DISPLAY "THRSIMUL - OPEN ERROR ON WINDOW-CTL "
027478             WS-THRSMW-STATUS
027480         SET WS-FATAL-ERROR TO TRUE
027482         GO TO 1000-EXIT
027484     END-IF.
027486     PERFORM 1060-LOAD-WINDOW-CARD THRU 1060-EXIT.
027488     IF WS-FATAL-ERROR
027490         GO TO 1000-EXIT
027492     END-IF.
027494     CLOSE WINDOW-CTL.
027500     PERFORM 1050-LOAD-CANDIDATE-TABLE THRU 1050-EXIT.
027600     IF WS-FATAL-ERROR
027700         GO TO 1000-EXIT
027800     END-IF.
028000     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
028010     IF WS-FATAL-ERROR
028020         GO TO 1000-EXIT
028030     END-IF.
028100     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
028200     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
028210     MOVE WS-WINDOW-FROM TO WS-RPT-WINDOW-FROM.
028220     MOVE WS-WINDOW-TO   TO WS-RPT-WINDOW-TO.
028230     WRITE WS-RPT-LINE FROM WS-RPT-WINDOW-LINE.
028300     WRITE WS-RPT-LINE FROM WS-RPT-COLHDR-LINE.
028350     PERFORM 1080-POSITION-KEYED-TRAIL THRU 1080-EXIT.
028400     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
028500 1000-EXIT.
028600     EXIT.
028603
028606******************************************************************
028609* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
028612*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
028615******************************************************************
028618 1010-READ-BUSINESS-DATE.
028621     OPEN INPUT BUSDATE-IN.
028624     IF NOT WS-THRBDT-OK
028627         DISPLAY "THRSIMUL - OPEN ERROR ON BUSDATE-IN "
028630             WS-THRBDT-STATUS
028633         SET WS-FATAL-ERROR TO TRUE
028636         GO TO 1010-EXIT
028639     END-IF.
028642     READ BUSDATE-IN
028645         AT END
028648             MOVE ZERO TO THR-BDT-BUS-DATE
028651     END-READ.
028654     IF THR-BDT-BUS-DATE IS NOT NUMERIC
028657         OR THR-BDT-BUS-DATE = ZERO
028660         DISPLAY "THRSIMUL - NO BUSINESS DATE ON BUSDATE-IN"
028663         SET WS-FATAL-ERROR TO TRUE
028666     ELSE
028669         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
028672     END-IF.
028675     CLOSE BUSDATE-IN.
028678 1010-EXIT.
028681     EXIT.
028700
028800******************************************************************
028900* 1050-LOAD-CANDIDATE-TABLE - COPY THE CANDIDATE ROWS FROM       *
029000*    THRCLSFY, WHICH LOADS AND VALIDATES THEM ON ITS FIRST CALL  *
029010*    EXACTLY AS IT DOES THE LIVE CARD - A "*" DEFAULT ROW IS     *
029020*    REQUIRED, AND A ROW IT REJECTS IS FATAL.                    *
029100******************************************************************
029200 1050-LOAD-CANDIDATE-TABLE.
029300     MOVE "R" TO THR-CLS-FUNCTION.
029400     MOVE 1   TO THR-CLS-ROW-NUMBER.
029500     CALL "THRCLSFY" USING THR-CLS-PARMS.
029600     IF NOT THR-CLS-OK
029700         DISPLAY "THRSIMUL - CANDIDATE ROWS NOT LOADED - "
029800             "THRCLSFY RETURN CODE " THR-CLS-RETURN-CODE
029900         SET WS-FATAL-ERROR TO TRUE
030000         GO TO 1050-EXIT
030100     END-IF.
030200     PERFORM 1055-STORE-CANDIDATE-ROW THRU 1055-EXIT
030300         UNTIL NOT THR-CLS-OK OR WS-FATAL-ERROR.
030900 1050-EXIT.
031000     EXIT.
032200
032300******************************************************************
032400* 1055-STORE-CANDIDATE-ROW - ADD THE ROW THRCLSFY RETURNED TO    *
032500*    THE TABLE WITH ZEROED COUNTERS, THEN ASK FOR THE NEXT ONE   *
032600******************************************************************
032700 1055-STORE-CANDIDATE-ROW.
032800     IF WS-CTL-COUNT >= WS-CTL-TABLE-MAX
033100         SET WS-FATAL-ERROR TO TRUE
033200         GO TO 1055-EXIT
033300     END-IF.
034400     ADD 1 TO WS-CTL-COUNT.
034500     SET CTL-IDX TO WS-CTL-COUNT.
034600     MOVE THR-CLS-ROW-CATEGORY TO WS-CTL-CATEGORY (CTL-IDX).
034700     MOVE THR-CLS-THRESHOLD    TO WS-CTL-THRESHOLD (CTL-IDX).
034800     MOVE THR-CLS-BAND-WIDTH   TO WS-CTL-BAND-WIDTH (CTL-IDX).
034900     PERFORM 1058-ZERO-ROW-COUNTS THRU 1058-EXIT
035000         VARYING WS-BKT-SUB FROM 1 BY 1
035100         UNTIL WS-BKT-SUB > 5.
035200     IF THR-CLS-ROW-CATEGORY = "*"
035400         MOVE WS-CTL-COUNT TO WS-CTL-DEFAULT-SLOT
035500     END-IF.
035600     ADD 1 TO THR-CLS-ROW-NUMBER.
035620     MOVE "R" TO THR-CLS-FUNCTION.
035640     CALL "THRCLSFY" USING THR-CLS-PARMS.
035700 1055-EXIT.
035800     EXIT.
035900
036600     MOVE ZERO TO WS-SIM-BUCKET (CTL-IDX WS-BKT-SUB).
036700 1058-EXIT.
036800     EXIT.
036805
036810******************************************************************
036815* 1060-LOAD-WINDOW-CARD - READ THE REPLAY WINDOW.  A BLANK OR    *
036820*    NON-NUMERIC DATE LEAVES THAT END OF THE WINDOW OPEN, AND   *
036825*    AN EMPTY FILE REPLAYS THE WHOLE TRAIL.                     *
036830******************************************************************
036835 1060-LOAD-WINDOW-CARD.
036840     READ WINDOW-CTL
036845         AT END
036850             GO TO 1060-EXIT
036855     END-READ.
036860     IF SMW-DATE-FROM IS NUMERIC
036865         MOVE SMW-DATE-FROM TO WS-WINDOW-FROM
036870     END-IF.
036875     IF SMW-DATE-TO IS NUMERIC
036880         MOVE SMW-DATE-TO TO WS-WINDOW-TO
036885     END-IF.
036890     IF WS-WINDOW-FROM > WS-WINDOW-TO
036895         DISPLAY "THRSIMUL - WINDOW-CTL DATE RANGE IS INVALID - "
036900             "FROM " WS-WINDOW-FROM " TO " WS-WINDOW-TO
036905         SET WS-FATAL-ERROR TO TRUE
036910     END-IF.
036915 1060-EXIT.
036920     EXIT.
036925
036930******************************************************************
036935* 1080-POSITION-KEYED-TRAIL - START AT THE TOP OF THE KEYED     *
036940*    AUDIT TRAIL                                                *
036945******************************************************************
036950 1080-POSITION-KEYED-TRAIL.
036955     MOVE LOW-VALUES TO THR-AKY-KEY.
036960     START AUDIT-KEYED KEY IS NOT LESS THAN THR-AKY-KEY
036965         INVALID KEY
036970             SET WS-AUD-EOF TO TRUE
036975     END-START.
036980 1080-EXIT.
036985     EXIT.
036990
037000******************************************************************
037100* 1100-READ-AUDIT - DELIVER THE NEXT KEYED AUDIT RECORD INSIDE  *
037200*    THE REPLAY WINDOW                                          *
037250******************************************************************
037300 1100-READ-AUDIT.
037400     SET WS-AUD-OUT-OF-RANGE TO TRUE.
037500     PERFORM 1150-READ-KEYED-TRAIL THRU 1150-EXIT
037600         UNTIL WS-AUD-EOF OR WS-AUD-IN-RANGE.
038000 1100-EXIT.
038100     EXIT.
038102
038104******************************************************************
038106* 1150-READ-KEYED-TRAIL - READ ONE KEYED RECORD.  A RECORD       *
038108*    BEFORE THE WINDOW REPOSITIONS AT THE FIRST WINDOW DATE FOR *
038110*    ITS ACCOUNT; A RECORD AFTER IT SKIPS TO THE NEXT ACCOUNT.  *
038112*    WITH A WINDOW SET, A GARBLED DATE CANNOT BE PLACED IN IT   *
038114*    AND IS PASSED OVER.                                        *
038116******************************************************************
038118 1150-READ-KEYED-TRAIL.
038120     READ AUDIT-KEYED NEXT RECORD
038122         AT END
038124             SET WS-AUD-EOF TO TRUE
038126             GO TO 1150-EXIT
038128     END-READ.
038130     ADD 1 TO WS-KEYED-READ.
038132     IF WS-WINDOW-FROM = ZERO
038134         AND WS-WINDOW-TO = 99999999
038136         GO TO 1150-IN-RANGE
038138     END-IF.
038140     IF THR-AKY-TS-DATE IS NOT NUMERIC
038142         GO TO 1150-EXIT
038144     END-IF.
038146     IF THR-AKY-TS-DATE < WS-WINDOW-FROM
038148         MOVE WS-WINDOW-FROM TO THR-AKY-TS-DATE
038150         MOVE ZERO           TO THR-AKY-TS-TIME
038152         MOVE ZERO           TO THR-AKY-SEQ
038154         START AUDIT-KEYED KEY IS NOT LESS THAN THR-AKY-KEY
038156             INVALID KEY
038158                 SET WS-AUD-EOF TO TRUE
038160         END-START
038162         GO TO 1150-EXIT
038164     END-IF.
038166     IF THR-AKY-TS-DATE > WS-WINDOW-TO
038168         MOVE HIGH-VALUES TO THR-AKY-POSITION
038170         START AUDIT-KEYED KEY IS GREATER THAN THR-AKY-KEY
038172             INVALID KEY
038174                 SET WS-AUD-EOF TO TRUE
038176         END-START
038178         GO TO 1150-EXIT
038180     END-IF.
038182 1150-IN-RANGE.
038184     MOVE THR-AKY-AUDIT-IMAGE TO THR-AUD-RECORD.
038186     ADD 1 TO WS-RECORDS-READ.
038188     SET WS-AUD-IN-RANGE TO TRUE.
038190 1150-EXIT.
038192     EXIT.
038200
038300******************************************************************
038400* 2000-REPLAY-AUDIT-RECORD - RE-CLASSIFY ONE AUDITED VALUE      *
038500*    THROUGH THE CANDIDATE BANDS AND TALLY CURRENT VERSUS       *
038600*    SIMULATED.  A VALUE THRCLSFY CANNOT BAND IS COUNTED WITH   *
038650*    THE UNRECOGNIZED CLASS CODES AND BYPASSED.                  *
038700******************************************************************
038800 2000-REPLAY-AUDIT-RECORD.
038810     IF THR-AUD-TS-DATE IS NUMERIC
038820         AND THR-AUD-TS-DATE < WS-EARLIEST-AUD-DATE
038830         MOVE THR-AUD-TS-DATE TO WS-EARLIEST-AUD-DATE
038840     END-IF.
039100     PERFORM 2100-CLASSIFY-CANDIDATE THRU 2100-EXIT.
039110     IF THR-CLS-NOT-NUMERIC
039120         ADD 1 TO WS-CLASS-UNKNOWN
039130     ELSE
039200         PERFORM 2200-TALLY-RESULT THRU 2200-EXIT
039210     END-IF.
039300     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
039400 2000-EXIT.
039500     EXIT.
039600
044000******************************************************************
044100* 2100-CLASSIFY-CANDIDATE - HAVE THRCLSFY LOOK THE ACCOUNT UP,   *
044200*    SELECT ITS CATEGORY'S CANDIDATE ROW ("*" WHEN IT HAS NONE   *
044210*    OR IS NO LONGER ON THE MASTER) AND BAND THE VALUE.  A VALUE *
044220*    PAST THE ROW'S MAX IS STILL BANDED, AS THE AUDIT SHOWS IT.  *
044300******************************************************************
044400 2100-CLASSIFY-CANDIDATE.
044500     MOVE "C" TO THR-CLS-FUNCTION.
044600     MOVE THR-AUD-ACCT-ID TO THR-CLS-ACCT-ID.
044700     IF THR-AUD-VALUE IS NUMERIC
044800         MOVE THR-AUD-VALUE TO THR-CLS-VALUE
044900     ELSE
045000         MOVE SPACES TO THR-CLS-VALUE-X
045100     END-IF.
045200     CALL "THRCLSFY" USING THR-CLS-PARMS.
045300     IF THR-CLS-SETUP-FAILED
045400         DISPLAY "THRSIMUL - TERMINATING - THRCLSFY SETUP FAILED"
045500         MOVE 0016 TO RETURN-CODE
045600         STOP RUN
045700     END-IF.
045800     MOVE THR-CLS-ROW-SLOT   TO WS-CTL-SELECTED.
045900     MOVE THR-CLS-CLASS-CODE TO WS-SIM-CLASS.
046200 2100-EXIT.
046300     EXIT.
046400
055500     WRITE WS-RPT-LINE FROM WS-RPT-SIDE-LINE.
055600 8050-EXIT.
055700     EXIT.
055701
055702******************************************************************
055703* 8500-WRITE-CONTROL-CHANGES - LIST EVERY LOGGED CONTROL-CARD    *
055704*    CHANGE THAT TOOK EFFECT AFTER THE EARLIEST EVALUATION       *
055705*    REPLAYED.  CHANGES KEYED AHEAD OF THE BUSINESS DATE ARE     *
055706*    MARKED PENDING.                                             *
055707******************************************************************
055708 8500-WRITE-CONTROL-CHANGES.
055709     IF WS-RECORDS-READ = ZERO
055710         GO TO 8500-EXIT
055711     END-IF.
055712     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
055713     MOVE WS-EARLIEST-AUD-DATE TO WS-RPT-CLG-HDR-DATE.
055714     WRITE WS-RPT-LINE FROM WS-RPT-CLG-HDR-LINE.
055715     PERFORM 8510-READ-CHANGE-LOG THRU 8510-EXIT.
055716     PERFORM 8550-WRITE-ONE-CHANGE THRU 8550-EXIT
055717         UNTIL WS-CLG-EOF.
055718     IF WS-CHANGES-LOGGED = ZERO
055719         WRITE WS-RPT-LINE FROM WS-RPT-NONE-LINE
055720     END-IF.
055721 8500-EXIT.
055722     EXIT.
055723
055724******************************************************************
055725* 8510-READ-CHANGE-LOG - READ THE NEXT CONTROL-CARD CHANGE-LOG   *
055726*    RECORD                                                      *
055727******************************************************************
055728 8510-READ-CHANGE-LOG.
055729     READ CHANGE-LOG-IN
055730         AT END
055731             SET WS-CLG-EOF TO TRUE
055732     END-READ.
055733 8510-EXIT.
055734     EXIT.
055735
055736******************************************************************
055737* 8550-WRITE-ONE-CHANGE - PRINT ONE LOGGED CHANGE IF IT TOOK     *
055738*    EFFECT AFTER THE EARLIEST EVALUATION REPLAYED.  ROWS        *
055739*    LOADED WHEN THE CONTROL MASTER WAS FIRST BUILT ARE NOT      *
055740*    CHANGES AND ARE PASSED OVER.                                *
055741******************************************************************
055742 8550-WRITE-ONE-CHANGE.
055743     IF THR-CLG-LOAD
055744         OR THR-CLG-EFF-DATE IS NOT NUMERIC
055745         OR THR-CLG-EFF-DATE NOT > WS-EARLIEST-AUD-DATE
055746         GO TO 8550-NEXT
055747     END-IF.
055748     EVALUATE TRUE
055749         WHEN THR-CLG-ADD
055750             MOVE "ADD"    TO WS-RPT-CLG-ACTION
055751         WHEN THR-CLG-RETIRE
055752             MOVE "RETIRE" TO WS-RPT-CLG-ACTION
055753         WHEN OTHER
055754             MOVE "CHANGE" TO WS-RPT-CLG-ACTION
055755     END-EVALUATE.
055756     MOVE THR-CLG-EFF-DATE    TO WS-RPT-CLG-EFF-DATE.
055757     MOVE THR-CLG-CATEGORY    TO WS-RPT-CLG-CATEGORY.
055758     MOVE THR-CLG-BEF-THRESH  TO WS-RPT-CLG-BEF-THRESH.
055759     MOVE THR-CLG-AFT-THRESH  TO WS-RPT-CLG-AFT-THRESH.
055760     MOVE THR-CLG-BEF-BAND    TO WS-RPT-CLG-BEF-BAND.
055761     MOVE THR-CLG-AFT-BAND    TO WS-RPT-CLG-AFT-BAND.
055762     MOVE THR-CLG-CHANGED-BY  TO WS-RPT-CLG-CHANGED-BY.
055763     IF THR-CLG-EFF-DATE > WS-RUN-DATE-CCYYMMDD
055764         MOVE "PENDING" TO WS-RPT-CLG-FLAG
055765     ELSE
055766         MOVE SPACES    TO WS-RPT-CLG-FLAG
055767     END-IF.
055768     WRITE WS-RPT-LINE FROM WS-RPT-CLG-LINE.
055769     ADD 1 TO WS-CHANGES-LOGGED.
055770 8550-NEXT.
055771     PERFORM 8510-READ-CHANGE-LOG THRU 8510-EXIT.
055772 8550-EXIT.
055773     EXIT.
055800
055900******************************************************************
056000* 9000-TERMINATE - PRINT THE SIDE-BY-SIDE SUMMARY AND RUN       *
056400     PERFORM 8000-WRITE-SIDE-BY-SIDE THRU 8000-EXIT
056500         VARYING CTL-IDX FROM 1 BY 1
056600         UNTIL CTL-IDX > WS-CTL-COUNT.
056610     PERFORM 8500-WRITE-CONTROL-CHANGES THRU 8500-EXIT.
056700     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
056800     MOVE "RECORDS REPLAYED"     TO WS-RPT-COUNT-NAME.
056900     MOVE WS-RECORDS-READ        TO WS-RPT-COUNT-CNT.
057700     MOVE "CLASS CODE UNKNOWN"   TO WS-RPT-COUNT-NAME.
057800     MOVE WS-CLASS-UNKNOWN       TO WS-RPT-COUNT-CNT.
057900     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
057910     MOVE "CONTROL CHANGES LOGGED" TO WS-RPT-COUNT-NAME.
057920     MOVE WS-CHANGES-LOGGED      TO WS-RPT-COUNT-CNT.
057930     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
057940     MOVE "KEYED RECORDS READ"   TO WS-RPT-COUNT-NAME.
057950     MOVE WS-KEYED-READ          TO WS-RPT-COUNT-CNT.
057960     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
057970     MOVE "E" TO THR-CLS-FUNCTION.
057980     CALL "THRCLSFY" USING THR-CLS-PARMS.
058000     CLOSE AUDIT-KEYED SIMUL-RPT CHANGE-LOG-IN.
058100     IF WS-CLASS-UNKNOWN > 0
058200         MOVE 0004 TO RETURN-CODE
058300     ELSE
