003000*                  MODIFICATION HISTORY                         *
003100******************************************************************
003200* 2026-09-02 DM  INITIAL VERSION.                                *
003210* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
003220*                DATE INSTEAD OF THE SYSTEM CLOCK.               *
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
005700     SELECT XTRCT-RPT   ASSIGN TO THRXTR
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-THRXTR-STATUS.
005910
005920     SELECT BUSDATE-IN  ASSIGN TO THRBDT
005930         ORGANIZATION IS SEQUENTIAL
005940         FILE STATUS IS WS-THRBDT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
007000                            THR-ACCT-NAME  BY THR-CUR-ACCT-NAME
007100                       THR-ACCT-BRANCH BY THR-CUR-ACCT-BRANCH
007200                 THR-ACCT-CATEGORY BY THR-CUR-ACCT-CATEGORY
007300                            THR-TXN-COUNT  BY THR-CUR-TXN-COUNT
007301                            THR-TXN-REF    BY THR-CUR-TXN-REF
007302                            THR-TXN-DATE   BY THR-CUR-TXN-DATE
007303                            THR-TXN-SEQ    BY THR-CUR-TXN-SEQ
007304                            THR-RESUB-SW   BY THR-CUR-RESUB-SW
007305                          THR-RESUB-REPAIR BY THR-CUR-RESUB-REPAIR
007306                     THR-RESUB-SUSPENSE BY THR-CUR-RESUB-SUSPENSE.
007400
007500 FD  HISTORY-IN
007600     RECORDING MODE IS F
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  WS-RPT-LINE                 PIC X(80).
009510
009520 FD  BUSDATE-IN
009530     RECORDING MODE IS F
009540     LABEL RECORDS ARE STANDARD.
009550     COPY THRBDTR.
009600
009700 WORKING-STORAGE SECTION.
009800******************************************************************
010900         88  WS-THRICF-OK                   VALUE "00".
011000     05  WS-THRXTR-STATUS        PIC X(02) VALUE "00".
011100         88  WS-THRXTR-OK                   VALUE "00".
011110     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
011120         88  WS-THRBDT-OK                   VALUE "00".
011200
011300******************************************************************
011400*    PROGRAM SWITCHES                                           *
023500     CLOSE XTRCT-CTL.
023600     PERFORM 1200-SCAN-HISTORY THRU 1200-EXIT.
023700     CLOSE HISTORY-IN.
023800     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
023810     IF WS-FATAL-ERROR
023820         GO TO 1000-EXIT
023830     END-IF.
023900     PERFORM 1500-WRITE-HEADER THRU 1500-EXIT.
024000     PERFORM 1100-READ-CLASSIFIED THRU 1100-EXIT.
024100 1000-EXIT.
024200     EXIT.
024203
024206******************************************************************
024209* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
024212*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
024215******************************************************************
024218 1010-READ-BUSINESS-DATE.
024221     OPEN INPUT BUSDATE-IN.
024224     IF NOT WS-THRBDT-OK
024227         DISPLAY "THRXTRCT - OPEN ERROR ON BUSDATE-IN "
024230             WS-THRBDT-STATUS
024233         SET WS-FATAL-ERROR TO TRUE
024236         GO TO 1010-EXIT
024239     END-IF.
024242     READ BUSDATE-IN
024245         AT END
024248             MOVE ZERO TO THR-BDT-BUS-DATE
024251     END-READ.
024254     IF THR-BDT-BUS-DATE IS NOT NUMERIC
024257         OR THR-BDT-BUS-DATE = ZERO
024260         DISPLAY "THRXTRCT - NO BUSINESS DATE ON BUSDATE-IN"
024263         SET WS-FATAL-ERROR TO TRUE
024266     ELSE
024269         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
024272     END-IF.
024275     CLOSE BUSDATE-IN.
024278 1010-EXIT.
024281     EXIT.
024300
024400******************************************************************
024500* 1050-LOAD-CONTROL-RECORD - READ THE SOURCE SYSTEM ID THE      *
