000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THRBDATE.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   BUSINESS-DATE AND PROCESSING-CALENDAR UTILITY FOR THE       *
001000*   NIGHTLY STREAM.  EVERY PROGRAM IN THE STREAM TAKES ITS RUN  *
001100*   DATE FROM THE ONE-RECORD THRBDT BUSINESS-DATE FILE          *
001200*   (THRBDTR) INSTEAD OF THE SYSTEM CLOCK; THIS UTILITY IS THE  *
001300*   ONLY THING THAT CHANGES IT, AND IT MAINTAINS THE THRCAL     *
001400*   CALENDAR KSDS (THRCALR) THE ROLL AND THE BUSINESS-DAY       *
001500*   AGING ARE DRIVEN FROM.  IT IS DRIVEN BY CARDS ON THRBDC -   *
001600*   ONE FUNCTION PER CARD, PROCESSED IN ORDER:                  *
001700*                                                                *
001800*   BUILD <FROM> <TO> - WRITE ONE CALENDAR RECORD PER DATE IN   *
001900*       THE RANGE: SATURDAYS AND SUNDAYS AS WEEKEND DAYS, THE   *
002000*       DATES ON THE THRHOL HOLIDAY LIST AS HOLIDAYS, THE REST  *
002100*       AS BUSINESS DAYS NUMBERED ON FROM THE DAY BEFORE THE    *
002200*       RANGE.  EXISTING DATES IN THE RANGE ARE REPLACED.  THE  *
002300*       RANGE MUST RUN TO THE END OF THE CALENDAR, SO THE       *
002400*       BUSINESS-DAY NUMBERS AFTER IT CAN NEVER GO STALE.       *
002500*                                                                *
002600*   SET <DATE> - SET THE BUSINESS DATE TO THE GIVEN DATE, WHICH *
002700*       MUST BE A BUSINESS DAY ON THE CALENDAR.  USED ONCE AT   *
002800*       INSTALLATION AND TO RE-POINT THE STREAM BY HAND.        *
002900*                                                                *
003000*   ROLL - ADVANCE THE BUSINESS DATE TO THE NEXT BUSINESS DAY   *
003100*       ON THE CALENDAR.  THE LAST JOB OF THE NIGHT RUNS IT     *
003200*       ONCE THE STREAM HAS COMPLETED, SO MISSED BUSINESS DAYS  *
003300*       ARE CAUGHT UP ONE FULL NIGHT AT A TIME, EACH STAMPED    *
003400*       WITH ITS OWN DATE.                                      *
003500*                                                                *
003600*   THE PROGRAM RETURNS CONDITION CODE 8 IF ANY CARD FAILS (THE *
003700*   BUSINESS DATE IS THEN LEFT AS IT WAS) AND 16 IF SETUP       *
003800*   FAILS.                                                      *
003900*                                                                *
004000******************************************************************
004100*                  MODIFICATION HISTORY                         *
004200******************************************************************
004300* 2026-10-15 DM  INITIAL VERSION.                                *
004400******************************************************************
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CARD-IN     ASSIGN TO THRBDC
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-THRBDC-STATUS.
005500
005600     SELECT HOLIDAY-IN  ASSIGN TO THRHOL
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-THRHOL-STATUS.
005900
006000     SELECT CALENDAR-MST ASSIGN TO THRCAL
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS THR-CAL-KEY
006400         FILE STATUS IS WS-THRCAL-STATUS.
006500
006600     SELECT BUSDATE-FILE ASSIGN TO THRBDT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-THRBDT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CARD-IN
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  BDC-RECORD.
007600     05  BDC-FUNCTION            PIC X(05).
007700         88  BDC-BUILD                  VALUE "BUILD".
007800         88  BDC-SET                    VALUE "SET  ".
007900         88  BDC-ROLL                   VALUE "ROLL ".
008000     05  FILLER                  PIC X(01).
008100     05  BDC-DATE-1              PIC X(08).
008200     05  BDC-DATE-1-N REDEFINES BDC-DATE-1
008300                                 PIC 9(08).
008400     05  FILLER                  PIC X(01).
008500     05  BDC-DATE-2              PIC X(08).
008600     05  BDC-DATE-2-N REDEFINES BDC-DATE-2
008700                                 PIC 9(08).
008800     05  FILLER                  PIC X(57).
008900
009000 FD  HOLIDAY-IN
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  HOL-RECORD.
009400     05  HOL-DATE                PIC X(08).
009500     05  HOL-DATE-N REDEFINES HOL-DATE
009600                                 PIC 9(08).
009700     05  FILLER                  PIC X(01).
009800     05  HOL-DESC                PIC X(20).
009900     05  FILLER                  PIC X(51).
010000
010100 FD  CALENDAR-MST
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY THRCALR.
010500
010600 FD  BUSDATE-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900     COPY THRBDTR.
011000
011100 WORKING-STORAGE SECTION.
011200******************************************************************
011300*    FILE STATUS FIELDS                                         *
011400******************************************************************
011500 01  WS-FILE-STATUSES.
011600     05  WS-THRBDC-STATUS        PIC X(02) VALUE "00".
011700         88  WS-THRBDC-OK                   VALUE "00".
011800     05  WS-THRHOL-STATUS        PIC X(02) VALUE "00".
011900         88  WS-THRHOL-OK                   VALUE "00".
012000     05  WS-THRCAL-STATUS        PIC X(02) VALUE "00".
012100         88  WS-THRCAL-OK                   VALUE "00".
012200         88  WS-THRCAL-NOT-FOUND            VALUE "35".
012300     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
012400         88  WS-THRBDT-OK                   VALUE "00".
012500         88  WS-THRBDT-NOT-FOUND            VALUE "35".
012600
012700******************************************************************
012800*    PROGRAM SWITCHES                                           *
012900******************************************************************
013000 01  WS-SWITCHES.
013100     05  WS-BDC-EOF-SW           PIC X(01) VALUE "N".
013200         88  WS-BDC-EOF                     VALUE "Y".
013300     05  WS-HOL-EOF-SW           PIC X(01) VALUE "N".
013400         88  WS-HOL-EOF                     VALUE "Y".
013500     05  WS-CAL-EOF-SW           PIC X(01) VALUE "N".
013600         88  WS-CAL-EOF                     VALUE "Y".
013700     05  WS-FATAL-SW             PIC X(01) VALUE "N".
013800         88  WS-FATAL-ERROR                 VALUE "Y".
013900     05  WS-CARD-FAIL-SW         PIC X(01) VALUE "N".
014000         88  WS-CARD-FAILED                 VALUE "Y".
014100     05  WS-BDT-FOUND-SW         PIC X(01) VALUE "N".
014200         88  WS-BDT-FOUND                   VALUE "Y".
014300     05  WS-BDT-CHANGED-SW       PIC X(01) VALUE "N".
014400         88  WS-BDT-CHANGED                 VALUE "Y".
014500     05  WS-DATE-VALID-SW        PIC X(01) VALUE "N".
014600         88  WS-DATE-VALID                  VALUE "Y".
014700         88  WS-DATE-INVALID                VALUE "N".
014800     05  WS-HOL-FOUND-SW         PIC X(01) VALUE "N".
014900         88  WS-HOL-FOUND                   VALUE "Y".
015000
015100******************************************************************
015200*    BUSINESS-DATE RECORD AS READ AT START, UPDATED BY EACH     *
015300*    SET OR ROLL CARD AND WRITTEN BACK AT THE END                *
015400******************************************************************
015500 01  WS-BDT-RECORD.
015600     05  WS-BDT-BUS-DATE         PIC 9(08) VALUE ZERO.
015700     05  WS-BDT-PRIOR-DATE       PIC 9(08) VALUE ZERO.
015800     05  WS-BDT-BUS-DAY-NO       PIC 9(07) VALUE ZERO.
015900     05  WS-BDT-CHANGE-FUNC      PIC X(05) VALUE SPACES.
016000
016100******************************************************************
016200*    CLOCK TIMESTAMP STAMPED ON A CHANGED BUSINESS DATE         *
016300******************************************************************
016400 01  WS-NOW-TS.
016500     05  WS-NOW-DATE             PIC 9(08).
016600     05  WS-NOW-TIME             PIC 9(08).
016700
016800******************************************************************
016900*    HOLIDAY TABLE, LOADED FROM THRHOL FOR EACH BUILD CARD      *
017000******************************************************************
017100 01  WS-HOL-TABLE-MAX            PIC 9(03) COMP VALUE 300.
017200 01  WS-HOL-COUNT                PIC 9(03) COMP VALUE ZERO.
017300 01  WS-HOL-SUB                  PIC 9(03) COMP VALUE ZERO.
017400 01  WS-HOL-TABLE.
017500     05  WS-HOL-ENTRY            OCCURS 300 TIMES.
017600         10  WS-HOL-DATE         PIC 9(08).
017700         10  WS-HOL-DESC         PIC X(20).
017800
017900******************************************************************
018000*    CALENDAR BUILD FIELDS - THE DATE BEING BUILT, ITS WEEKDAY   *
018100*    (1 MONDAY .. 7 SUNDAY) AND THE RUNNING BUSINESS-DAY NUMBER  *
018200******************************************************************
018300 01  WS-BUILD-DATE.
018400     05  WS-BLD-YYYY             PIC 9(04).
018500     05  WS-BLD-MM               PIC 9(02).
018600     05  WS-BLD-DD               PIC 9(02).
018700 01  WS-BUILD-DATE-N REDEFINES WS-BUILD-DATE
018800                                 PIC 9(08).
018900 01  WS-BUILD-TO-DATE            PIC 9(08) VALUE ZERO.
019000 01  WS-BUILD-WEEKDAY           PIC 9(01) VALUE ZERO.
019100 01  WS-BUILD-DAY-NO             PIC 9(07) VALUE ZERO.
019200 01  WS-BUILD-DAYS              PIC 9(07) COMP VALUE ZERO.
019300 01  WS-BUILD-BUS-DAYS          PIC 9(07) COMP VALUE ZERO.
019400
019500******************************************************************
019600*    DATE-ARITHMETIC WORK FIELDS - THE DATE UNDER TEST, THE      *
019700*    MONTH LENGTH AND THE WEEKDAY (ZELLER'S CONGRUENCE, TAKEN    *
019800*    ONE TERM AT A TIME SO EACH DIVISION TRUNCATES)              *
019900******************************************************************
020000 01  WS-CHECK-DATE.
020100     05  WS-CHK-YYYY             PIC 9(04).
020200     05  WS-CHK-MM               PIC 9(02).
020300     05  WS-CHK-DD               PIC 9(02).
020400 01  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
020500                                 PIC 9(08).
020600 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
020700 01  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
020800 01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
020900 01  WS-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
021000 01  WS-ZEL-MONTH                PIC 9(02) COMP VALUE ZERO.
021100 01  WS-ZEL-CENTURY              PIC 9(02) COMP VALUE ZERO.
021200 01  WS-ZEL-YEAR-OF-CENT         PIC 9(02) COMP VALUE ZERO.
021300 01  WS-ZEL-MONTH-TERM           PIC 9(03) COMP VALUE ZERO.
021400 01  WS-ZEL-YEAR-TERM            PIC 9(02) COMP VALUE ZERO.
021500 01  WS-ZEL-CENT-TERM            PIC 9(02) COMP VALUE ZERO.
021600 01  WS-ZEL-SUM                  PIC 9(05) COMP VALUE ZERO.
021700 01  WS-ZEL-QUOTIENT             PIC 9(05) COMP VALUE ZERO.
021800 01  WS-ZEL-REMAINDER            PIC 9(01) COMP VALUE ZERO.
021900
022000******************************************************************
022100*    RUN-TOTAL COUNTERS                                         *
022200******************************************************************
022300 01  WS-COUNTERS.
022400     05  WS-CARDS-READ           PIC 9(09) COMP VALUE ZERO.
022500     05  WS-CARDS-FAILED         PIC 9(09) COMP VALUE ZERO.
022600
022700 PROCEDURE DIVISION.
022800******************************************************************
022900* 0000-MAINLINE                                                 *
023000******************************************************************
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     IF WS-FATAL-ERROR
023400         DISPLAY "THRBDATE - TERMINATING - SETUP FAILED"
023500         MOVE 0016 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023800     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
023900         UNTIL WS-BDC-EOF.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     STOP RUN.
024200
024300******************************************************************
024400* 1000-INITIALIZE - OPEN THE CARDS AND THE CALENDAR (CREATING   *
024500*    IT ON ITS FIRST EVER RUN), TAKE IN THE CURRENT BUSINESS    *
024600*    DATE AND PRIME THE CARD READ                               *
024700******************************************************************
024800 1000-INITIALIZE.
024900     OPEN INPUT CARD-IN.
025000     IF NOT WS-THRBDC-OK
025100         DISPLAY "THRBDATE - OPEN ERROR ON CARD-IN "
025200             WS-THRBDC-STATUS
025300         SET WS-FATAL-ERROR TO TRUE
025400         GO TO 1000-EXIT
025500     END-IF.
025600     OPEN I-O CALENDAR-MST.
025700     IF WS-THRCAL-NOT-FOUND
025800         OPEN OUTPUT CALENDAR-MST
025900         CLOSE CALENDAR-MST
026000         OPEN I-O CALENDAR-MST
026100     END-IF.
026200     IF NOT WS-THRCAL-OK
026300         DISPLAY "THRBDATE - OPEN ERROR ON CALENDAR-MST "
026400             WS-THRCAL-STATUS
026500         SET WS-FATAL-ERROR TO TRUE
026600         GO TO 1000-EXIT
026700     END-IF.
026800     PERFORM 1050-LOAD-BUSINESS-DATE THRU 1050-EXIT.
026900     IF WS-FATAL-ERROR
027000         GO TO 1000-EXIT
027100     END-IF.
027200     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
027300     ACCEPT WS-NOW-TIME FROM TIME.
027400     PERFORM 1100-READ-CARD THRU 1100-EXIT.
027500 1000-EXIT.
027600     EXIT.
027700
027800******************************************************************
027900* 1050-LOAD-BUSINESS-DATE - READ THE CURRENT BUSINESS DATE.  AN  *
028000*    EMPTY OR NOT-YET-CATALOGED FILE IS ALLOWED - ONLY A SET    *
028100*    CARD CAN THEN BE APPLIED.                                  *
028200******************************************************************
028300 1050-LOAD-BUSINESS-DATE.
028400     OPEN INPUT BUSDATE-FILE.
028500     IF WS-THRBDT-NOT-FOUND
028600         GO TO 1050-EXIT
028700     END-IF.
028800     IF NOT WS-THRBDT-OK
028900         DISPLAY "THRBDATE - OPEN ERROR ON BUSDATE-FILE "
029000             WS-THRBDT-STATUS
029100         SET WS-FATAL-ERROR TO TRUE
029200         GO TO 1050-EXIT
029300     END-IF.
029400     READ BUSDATE-FILE
029500         AT END
029600             MOVE ZERO TO THR-BDT-BUS-DATE
029700     END-READ.
029800     IF THR-BDT-BUS-DATE IS NUMERIC
029900         AND THR-BDT-BUS-DATE > ZERO
030000         SET WS-BDT-FOUND TO TRUE
030100         MOVE THR-BDT-BUS-DATE    TO WS-BDT-BUS-DATE
030200         MOVE THR-BDT-PRIOR-DATE  TO WS-BDT-PRIOR-DATE
030300         MOVE THR-BDT-BUS-DAY-NO  TO WS-BDT-BUS-DAY-NO
030400         MOVE THR-BDT-CHANGE-FUNC TO WS-BDT-CHANGE-FUNC
030500         DISPLAY "THRBDATE - CURRENT BUSINESS DATE "
030600             WS-BDT-BUS-DATE
030700     END-IF.
030800     CLOSE BUSDATE-FILE.
031000 1050-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400* 1100-READ-CARD - READ THE NEXT FUNCTION CARD                  *
031500******************************************************************
031600 1100-READ-CARD.
031700     READ CARD-IN
031800         AT END
031900             SET WS-BDC-EOF TO TRUE
032000         NOT AT END
032100             ADD 1 TO WS-CARDS-READ
032200     END-READ.
032300 1100-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700* 1300-VALIDATE-DATE - CHECK THE DATE IN WS-CHECK-DATE IS A     *
032800*    REAL CALENDAR DATE                                         *
032900******************************************************************
033000 1300-VALIDATE-DATE.
033100     SET WS-DATE-INVALID TO TRUE.
033200     IF WS-CHECK-DATE-N IS NOT NUMERIC
033300         GO TO 1300-EXIT
033400     END-IF.
033500     IF WS-CHK-YYYY < 1900
033600         OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
033700         OR WS-CHK-DD < 1
033800         GO TO 1300-EXIT
033900     END-IF.
034000     PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT.
034100     IF WS-CHK-DD > WS-DAYS-IN-MONTH
034200         GO TO 1300-EXIT
034300     END-IF.
034400     SET WS-DATE-VALID TO TRUE.
034500 1300-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900* 1350-DAYS-IN-MONTH - SET THE LENGTH OF THE CHECK-DATE MONTH    *
035000******************************************************************
035100 1350-DAYS-IN-MONTH.
035200     EVALUATE WS-CHK-MM
035300         WHEN 4
035400         WHEN 6
035500         WHEN 9
035600         WHEN 11
035700             MOVE 30 TO WS-DAYS-IN-MONTH
035800         WHEN 2
035900             DIVIDE WS-CHK-YYYY BY 4
036000                 GIVING WS-LEAP-QUOTIENT
036100                 REMAINDER WS-LEAP-REMAINDER
036200             IF WS-LEAP-REMAINDER = ZERO
036300                 MOVE 29 TO WS-DAYS-IN-MONTH
036400             ELSE
036500                 MOVE 28 TO WS-DAYS-IN-MONTH
036600             END-IF
036700         WHEN OTHER
036800             MOVE 31 TO WS-DAYS-IN-MONTH
036900     END-EVALUATE.
037000 1350-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400* 1400-BACK-ONE-DAY - STEP THE CHECK DATE BACK ONE CALENDAR DAY *
037500******************************************************************
037600 1400-BACK-ONE-DAY.
037700     IF WS-CHK-DD > 1
037800         SUBTRACT 1 FROM WS-CHK-DD
037900         GO TO 1400-EXIT
038000     END-IF.
038100     IF WS-CHK-MM = 1
038200         SUBTRACT 1 FROM WS-CHK-YYYY
038300         MOVE 12 TO WS-CHK-MM
038400         MOVE 31 TO WS-CHK-DD
038500         GO TO 1400-EXIT
038600     END-IF.
038700     SUBTRACT 1 FROM WS-CHK-MM.
038800     PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT.
038900     MOVE WS-DAYS-IN-MONTH TO WS-CHK-DD.
039000 1400-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400* 1450-FORWARD-ONE-DAY - STEP THE CHECK DATE FORWARD ONE         *
039500*    CALENDAR DAY                                               *
039600******************************************************************
039700 1450-FORWARD-ONE-DAY.
039800     PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT.
039900     IF WS-CHK-DD < WS-DAYS-IN-MONTH
040000         ADD 1 TO WS-CHK-DD
040100         GO TO 1450-EXIT
040200     END-IF.
040300     MOVE 1 TO WS-CHK-DD.
040400     IF WS-CHK-MM < 12
040500         ADD 1 TO WS-CHK-MM
040600     ELSE
040700         MOVE 1 TO WS-CHK-MM
040800         ADD 1 TO WS-CHK-YYYY
040900     END-IF.
041000 1450-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400* 1500-WEEKDAY - COMPUTE THE WEEKDAY OF THE CHECK DATE INTO      *
041500*    WS-BUILD-WEEKDAY, 1 MONDAY THROUGH 7 SUNDAY.  ZELLER'S      *
041600*    CONGRUENCE COUNTS JANUARY AND FEBRUARY AS MONTHS 13 AND 14  *
041700*    OF THE YEAR BEFORE; THE EXTRA 5 IN THE SUM SHIFTS ITS       *
041800*    SATURDAY-BASED RESULT TO A MONDAY BASE.                     *
041900******************************************************************
042000 1500-WEEKDAY.
042100     MOVE WS-CHK-YYYY TO WS-ZEL-YEAR.
042200     MOVE WS-CHK-MM   TO WS-ZEL-MONTH.
042300     IF WS-ZEL-MONTH < 3
042400         ADD 12 TO WS-ZEL-MONTH
042500         SUBTRACT 1 FROM WS-ZEL-YEAR
042600     END-IF.
042700     DIVIDE WS-ZEL-YEAR BY 100
042800         GIVING WS-ZEL-CENTURY
042900         REMAINDER WS-ZEL-YEAR-OF-CENT.
043000     COMPUTE WS-ZEL-MONTH-TERM = (13 * (WS-ZEL-MONTH + 1)) / 5.
043100     COMPUTE WS-ZEL-YEAR-TERM  = WS-ZEL-YEAR-OF-CENT / 4.
043200     COMPUTE WS-ZEL-CENT-TERM  = WS-ZEL-CENTURY / 4.
043300     COMPUTE WS-ZEL-SUM = WS-CHK-DD + WS-ZEL-MONTH-TERM
043400                        + WS-ZEL-YEAR-OF-CENT + WS-ZEL-YEAR-TERM
043500                        + WS-ZEL-CENT-TERM + (5 * WS-ZEL-CENTURY)
043600                        + 5.
043700     DIVIDE WS-ZEL-SUM BY 7
043800         GIVING WS-ZEL-QUOTIENT
043900         REMAINDER WS-ZEL-REMAINDER.
044000     COMPUTE WS-BUILD-WEEKDAY = WS-ZEL-REMAINDER + 1.
044100 1500-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500* 2000-PROCESS-CARD - DISPATCH ONE FUNCTION CARD                *
044600******************************************************************
044700 2000-PROCESS-CARD.
044800     MOVE "N" TO WS-CARD-FAIL-SW.
044900     EVALUATE TRUE
045000         WHEN BDC-BUILD
045100             PERFORM 3000-BUILD-CALENDAR THRU 3000-EXIT
045200         WHEN BDC-SET
045300             PERFORM 4000-SET-DATE THRU 4000-EXIT
045400         WHEN BDC-ROLL
045500             PERFORM 5000-ROLL-DATE THRU 5000-EXIT
045600         WHEN OTHER
045700             DISPLAY "THRBDATE - INVALID FUNCTION - "
045800                 BDC-FUNCTION
045900             SET WS-CARD-FAILED TO TRUE
046000     END-EVALUATE.
046100     IF WS-CARD-FAILED
046200         ADD 1 TO WS-CARDS-FAILED
046300     END-IF.
046400     PERFORM 1100-READ-CARD THRU 1100-EXIT.
046500 2000-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900* 3000-BUILD-CALENDAR - VALIDATE THE RANGE, LOAD THE HOLIDAYS,   *
047000*    TAKE THE BUSINESS-DAY NUMBER FROM THE DAY BEFORE THE RANGE  *
047100*    AND WRITE ONE RECORD PER DATE                               *
047200******************************************************************
047300 3000-BUILD-CALENDAR.
047400     MOVE BDC-DATE-2 TO WS-CHECK-DATE.
047500     PERFORM 1300-VALIDATE-DATE THRU 1300-EXIT.
047600     IF WS-DATE-INVALID
047700         DISPLAY "THRBDATE - BUILD TO DATE IS INVALID - "
047800             BDC-DATE-2
047900         SET WS-CARD-FAILED TO TRUE
048000         GO TO 3000-EXIT
048100     END-IF.
048200     MOVE WS-CHECK-DATE-N TO WS-BUILD-TO-DATE.
048300     MOVE BDC-DATE-1 TO WS-CHECK-DATE.
048400     PERFORM 1300-VALIDATE-DATE THRU 1300-EXIT.
048500     IF WS-DATE-INVALID
048600         OR WS-CHECK-DATE-N > WS-BUILD-TO-DATE
048700         DISPLAY "THRBDATE - BUILD FROM DATE IS INVALID - "
048800             BDC-DATE-1
048900         SET WS-CARD-FAILED TO TRUE
049000         GO TO 3000-EXIT
049100     END-IF.
049200     PERFORM 3100-CHECK-CALENDAR-END THRU 3100-EXIT.
049300     IF WS-CARD-FAILED
049400         GO TO 3000-EXIT
049500     END-IF.
049600     PERFORM 3200-LOAD-HOLIDAYS THRU 3200-EXIT.
049700     IF WS-CARD-FAILED
049800         GO TO 3000-EXIT
049900     END-IF.
050000     MOVE BDC-DATE-1 TO WS-CHECK-DATE.
050100     PERFORM 1400-BACK-ONE-DAY THRU 1400-EXIT.
050200     MOVE WS-CHECK-DATE-N TO THR-CAL-DATE.
050300     READ CALENDAR-MST
050400         INVALID KEY
050500             MOVE ZERO TO THR-CAL-BUS-DAY-NO
050600     END-READ.
050700     MOVE THR-CAL-BUS-DAY-NO TO WS-BUILD-DAY-NO.
050800     MOVE BDC-DATE-1 TO WS-CHECK-DATE.
050900     PERFORM 1500-WEEKDAY THRU 1500-EXIT.
051000     MOVE ZERO TO WS-BUILD-DAYS WS-BUILD-BUS-DAYS.
051100     PERFORM 3300-BUILD-ONE-DATE THRU 3300-EXIT
051200         UNTIL WS-CHECK-DATE-N > WS-BUILD-TO-DATE
051300            OR WS-CARD-FAILED.
051400     IF WS-CARD-FAILED
051500         GO TO 3000-EXIT
051600     END-IF.
051700     DISPLAY "THRBDATE - CALENDAR BUILT " BDC-DATE-1 " TO "
051800         BDC-DATE-2 " - " WS-BUILD-DAYS " DAYS, "
051900         WS-BUILD-BUS-DAYS " BUSINESS DAYS".
052000 3000-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400* 3100-CHECK-CALENDAR-END - NO CALENDAR RECORD MAY LIE BEYOND    *
052500*    THE BUILD RANGE, OR ITS BUSINESS-DAY NUMBER WOULD NO LONGER *
052600*    FOLLOW ON FROM THE REBUILT DATES                            *
052700******************************************************************
052800 3100-CHECK-CALENDAR-END.
052900     MOVE WS-BUILD-TO-DATE TO THR-CAL-DATE.
053000     START CALENDAR-MST KEY IS GREATER THAN THR-CAL-KEY
053100         INVALID KEY
053200             GO TO 3100-EXIT
053300     END-START.
053400     READ CALENDAR-MST NEXT RECORD
053500         AT END
053600             GO TO 3100-EXIT
053700     END-READ.
053800     DISPLAY "THRBDATE - BUILD MUST RUN TO THE END OF THE "
053900         "CALENDAR - " THR-CAL-DATE " IS ALREADY ON FILE".
054000     SET WS-CARD-FAILED TO TRUE.
054100 3100-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500* 3200-LOAD-HOLIDAYS - LOAD THE THRHOL HOLIDAY LIST              *
054600******************************************************************
054700 3200-LOAD-HOLIDAYS.
054800     MOVE ZERO TO WS-HOL-COUNT.
054900     MOVE "N"  TO WS-HOL-EOF-SW.
055000     OPEN INPUT HOLIDAY-IN.
055100     IF NOT WS-THRHOL-OK
055200         DISPLAY "THRBDATE - OPEN ERROR ON HOLIDAY-IN "
055300             WS-THRHOL-STATUS
055400         SET WS-CARD-FAILED TO TRUE
055500         GO TO 3200-EXIT
055600     END-IF.
055700     PERFORM 3250-READ-HOLIDAY THRU 3250-EXIT.
055800     PERFORM 3270-STORE-HOLIDAY THRU 3270-EXIT
055900         UNTIL WS-HOL-EOF OR WS-CARD-FAILED.
056000     CLOSE HOLIDAY-IN.
056100 3200-EXIT.
056200     EXIT.
056300
056400******************************************************************
056500* 3250-READ-HOLIDAY - READ THE NEXT HOLIDAY CARD                *
056600******************************************************************
056700 3250-READ-HOLIDAY.
056800     READ HOLIDAY-IN
056900         AT END
057000             SET WS-HOL-EOF TO TRUE
057100     END-READ.
057200 3250-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600* 3270-STORE-HOLIDAY - VALIDATE ONE HOLIDAY AND ADD IT TO THE    *
057700*    TABLE                                                      *
057800******************************************************************
057900 3270-STORE-HOLIDAY.
058000     MOVE HOL-DATE TO WS-CHECK-DATE.
058100     PERFORM 1300-VALIDATE-DATE THRU 1300-EXIT.
058200     IF WS-DATE-INVALID
058300         DISPLAY "THRBDATE - HOLIDAY DATE IS INVALID - " HOL-DATE
058400         SET WS-CARD-FAILED TO TRUE
058500         GO TO 3270-EXIT
058600     END-IF.
058700     IF WS-HOL-COUNT >= WS-HOL-TABLE-MAX
058800         DISPLAY "THRBDATE - HOLIDAY TABLE FULL AT "
058900             WS-HOL-TABLE-MAX
059000         SET WS-CARD-FAILED TO TRUE
059100         GO TO 3270-EXIT
059200     END-IF.
059300     ADD 1 TO WS-HOL-COUNT.
059400     MOVE HOL-DATE-N TO WS-HOL-DATE (WS-HOL-COUNT).
059500     MOVE HOL-DESC   TO WS-HOL-DESC (WS-HOL-COUNT).
059600     PERFORM 3250-READ-HOLIDAY THRU 3250-EXIT.
059700 3270-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100* 3300-BUILD-ONE-DATE - CLASSIFY THE DATE IN HAND, WRITE (OR     *
060200*    REPLACE) ITS CALENDAR RECORD AND STEP TO THE NEXT DATE      *
060300******************************************************************
060400 3300-BUILD-ONE-DATE.
060500     MOVE SPACES          TO THR-CAL-RECORD.
060600     MOVE WS-CHECK-DATE-N TO THR-CAL-DATE.
060700     MOVE WS-BUILD-WEEKDAY TO THR-CAL-WEEKDAY.
060800     PERFORM 3350-FIND-HOLIDAY THRU 3350-EXIT.
060900     IF WS-HOL-FOUND
061000         SET THR-CAL-HOLIDAY TO TRUE
061100         MOVE WS-HOL-DESC (WS-HOL-SUB) TO THR-CAL-DESC
061200     ELSE IF WS-BUILD-WEEKDAY > 5
061300         SET THR-CAL-WEEKEND TO TRUE
061400     ELSE
061500         SET THR-CAL-BUSINESS-DAY TO TRUE
061600         ADD 1 TO WS-BUILD-DAY-NO
061700         ADD 1 TO WS-BUILD-BUS-DAYS
061800     END-IF.
061900     MOVE WS-BUILD-DAY-NO TO THR-CAL-BUS-DAY-NO.
062000     WRITE THR-CAL-RECORD
062100         INVALID KEY
062200             REWRITE THR-CAL-RECORD
062300                 INVALID KEY
062400                     DISPLAY "THRBDATE - CALENDAR WRITE FAILED "
062500                         "FOR " THR-CAL-DATE " STATUS "
062600                         WS-THRCAL-STATUS
062700                     SET WS-CARD-FAILED TO TRUE
062800             END-REWRITE
062900     END-WRITE.
063000     ADD 1 TO WS-BUILD-DAYS.
063100     PERFORM 1450-FORWARD-ONE-DAY THRU 1450-EXIT.
063200     IF WS-BUILD-WEEKDAY < 7
063300         ADD 1 TO WS-BUILD-WEEKDAY
063400     ELSE
063500         MOVE 1 TO WS-BUILD-WEEKDAY
063600     END-IF.
063700 3300-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100* 3350-FIND-HOLIDAY - LOOK THE DATE IN HAND UP ON THE HOLIDAY   *
064200*    TABLE                                                      *
064300******************************************************************
064400 3350-FIND-HOLIDAY.
064500     MOVE "N" TO WS-HOL-FOUND-SW.
064600     PERFORM 3360-TEST-HOLIDAY THRU 3360-EXIT
064700         VARYING WS-HOL-SUB FROM 1 BY 1
064800         UNTIL WS-HOL-SUB > WS-HOL-COUNT OR WS-HOL-FOUND.
064900     IF WS-HOL-FOUND
065000         SUBTRACT 1 FROM WS-HOL-SUB
065100     END-IF.
065200 3350-EXIT.
065300     EXIT.
065400
065500******************************************************************
065600* 3360-TEST-HOLIDAY - COMPARE ONE HOLIDAY ENTRY                  *
065700******************************************************************
065800 3360-TEST-HOLIDAY.
065900     IF WS-HOL-DATE (WS-HOL-SUB) = WS-CHECK-DATE-N
066000         SET WS-HOL-FOUND TO TRUE
066100     END-IF.
066200 3360-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600* 4000-SET-DATE - SET THE BUSINESS DATE TO A NAMED BUSINESS DAY  *
066700******************************************************************
066800 4000-SET-DATE.
066900     IF BDC-DATE-1 IS NOT NUMERIC
067000         DISPLAY "THRBDATE - SET DATE IS INVALID - " BDC-DATE-1
067100         SET WS-CARD-FAILED TO TRUE
067200         GO TO 4000-EXIT
067300     END-IF.
067400     MOVE BDC-DATE-1-N TO THR-CAL-DATE.
067500     READ CALENDAR-MST
067600         INVALID KEY
067700             DISPLAY "THRBDATE - SET DATE IS NOT ON THE "
067800                 "CALENDAR - " BDC-DATE-1
067900             SET WS-CARD-FAILED TO TRUE
068000             GO TO 4000-EXIT
068100     END-READ.
068200     IF NOT THR-CAL-BUSINESS-DAY
068300         DISPLAY "THRBDATE - SET DATE IS NOT A BUSINESS DAY - "
068400             BDC-DATE-1 " " THR-CAL-DESC
068500         SET WS-CARD-FAILED TO TRUE
068600         GO TO 4000-EXIT
068700     END-IF.
068800     MOVE "SET  " TO WS-BDT-CHANGE-FUNC.
068900     PERFORM 6000-CHANGE-DATE THRU 6000-EXIT.
069000 4000-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400* 5000-ROLL-DATE - ADVANCE THE BUSINESS DATE TO THE NEXT         *
069500*    BUSINESS DAY ON THE CALENDAR                                *
069600******************************************************************
069700 5000-ROLL-DATE.
069800     IF NOT WS-BDT-FOUND
069900         DISPLAY "THRBDATE - ROLL WITH NO BUSINESS DATE SET"
070000         SET WS-CARD-FAILED TO TRUE
070100         GO TO 5000-EXIT
070200     END-IF.
070300     MOVE WS-BDT-BUS-DATE TO THR-CAL-DATE.
070400     MOVE "N" TO WS-CAL-EOF-SW.
070500     START CALENDAR-MST KEY IS GREATER THAN THR-CAL-KEY
070600         INVALID KEY
070700             SET WS-CAL-EOF TO TRUE
070800     END-START.
070900     IF NOT WS-CAL-EOF
071000         MOVE SPACE TO THR-CAL-DAY-TYPE
071100         PERFORM 5100-READ-NEXT-DAY THRU 5100-EXIT
071200             UNTIL WS-CAL-EOF OR THR-CAL-BUSINESS-DAY
071300     END-IF.
071400     IF WS-CAL-EOF
071500         DISPLAY "THRBDATE - NO BUSINESS DAY ON THE CALENDAR "
071600             "AFTER " WS-BDT-BUS-DATE " - BUILD THE CALENDAR ON"
071700         SET WS-CARD-FAILED TO TRUE
071800         GO TO 5000-EXIT
071900     END-IF.
072000     MOVE "ROLL " TO WS-BDT-CHANGE-FUNC.
072100     PERFORM 6000-CHANGE-DATE THRU 6000-EXIT.
072200 5000-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600* 5100-READ-NEXT-DAY - READ THE NEXT CALENDAR DATE               *
072700******************************************************************
072800 5100-READ-NEXT-DAY.
072900     READ CALENDAR-MST NEXT RECORD
073000         AT END
073100             SET WS-CAL-EOF TO TRUE
073200     END-READ.
073300 5100-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700* 6000-CHANGE-DATE - MAKE THE CALENDAR RECORD IN HAND THE NEW    *
073800*    BUSINESS DATE                                               *
073900******************************************************************
074000 6000-CHANGE-DATE.
074100     IF WS-BDT-FOUND
074200         MOVE WS-BDT-BUS-DATE TO WS-BDT-PRIOR-DATE
074300     ELSE
074400         MOVE ZERO            TO WS-BDT-PRIOR-DATE
074500     END-IF.
074600     MOVE THR-CAL-DATE       TO WS-BDT-BUS-DATE.
074700     MOVE THR-CAL-BUS-DAY-NO TO WS-BDT-BUS-DAY-NO.
074800     SET WS-BDT-FOUND   TO TRUE.
074900     SET WS-BDT-CHANGED TO TRUE.
075000     DISPLAY "THRBDATE - " WS-BDT-CHANGE-FUNC "BUSINESS DATE "
075100         WS-BDT-BUS-DATE " (PRIOR " WS-BDT-PRIOR-DATE ")".
075200 6000-EXIT.
075300     EXIT.
075400
075500******************************************************************
075600* 9000-TERMINATE - WRITE BACK A CHANGED BUSINESS DATE (UNLESS A  *
075700*    CARD FAILED), CLOSE FILES AND SET THE CONDITION CODE        *
075800******************************************************************
075900 9000-TERMINATE.
076000     CLOSE CARD-IN CALENDAR-MST.
076100     IF WS-CARDS-FAILED > ZERO
076200         IF WS-BDT-CHANGED
076300             DISPLAY "THRBDATE - BUSINESS DATE NOT CHANGED - "
076400                 WS-CARDS-FAILED " CARD(S) FAILED"
076500         END-IF
076600         MOVE 0008 TO RETURN-CODE
076700         GO TO 9000-EXIT
076800     END-IF.
076900     IF WS-BDT-CHANGED
077000         PERFORM 9100-WRITE-BUSINESS-DATE THRU 9100-EXIT
077100     END-IF.
077200     MOVE 0000 TO RETURN-CODE.
077300 9000-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700* 9100-WRITE-BUSINESS-DATE - REPLACE THE ONE-RECORD BUSINESS-    *
077800*    DATE FILE                                                  *
077900******************************************************************
078000 9100-WRITE-BUSINESS-DATE.
078100     OPEN OUTPUT BUSDATE-FILE.
078200     IF NOT WS-THRBDT-OK
078300         DISPLAY "THRBDATE - OPEN ERROR ON BUSDATE-FILE "
078400             WS-THRBDT-STATUS
078500         MOVE 0016 TO RETURN-CODE
078600         STOP RUN
078700     END-IF.
078800     MOVE SPACES             TO THR-BDT-RECORD.
078900     MOVE WS-BDT-BUS-DATE    TO THR-BDT-BUS-DATE.
079000     MOVE WS-BDT-PRIOR-DATE  TO THR-BDT-PRIOR-DATE.
079100     MOVE WS-BDT-BUS-DAY-NO  TO THR-BDT-BUS-DAY-NO.
079200     MOVE WS-BDT-CHANGE-FUNC TO THR-BDT-CHANGE-FUNC.
079300     MOVE WS-NOW-DATE        TO THR-BDT-CHANGE-DATE.
079400     MOVE WS-NOW-TIME        TO THR-BDT-CHANGE-TIME.
079500     WRITE THR-BDT-RECORD.
079600     CLOSE BUSDATE-FILE.
079700     DISPLAY "THRBDATE - BUSINESS DATE IS NOW " WS-BDT-BUS-DATE.
079800 9100-EXIT.
079900     EXIT.
