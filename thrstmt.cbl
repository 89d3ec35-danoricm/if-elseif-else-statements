001100*   LAYOUT), REPLACING THE SPREADSHEET THE RELATIONSHIP         *
001200*   OFFICERS BUILT BY HAND FROM THRAUDIT EXTRACTS.              *
001300*                                                                *
001400*   THE INPUT IS THE KEYED AUDIT TRAIL (THRAKYR), READ IN       *
001500*   ACCOUNT ID, THEN TIMESTAMP ORDER.  THE THRSTC CARD          *
001600*   CARRIES THE STATEMENT MONTH (CCYYMM); ONLY RECORDS WHOSE    *
001700*   TIMESTAMP DATE FALLS IN THAT MONTH ARE STATED, AND A BLANK  *
001800*   CARD STATES EVERYTHING THE AUDIT FILE CARRIES.  EACH        *
001810*   ACCOUNT IS STARTED AT THE FIRST DAY OF THE MONTH AND LEFT   *
001820*   AT THE FIRST RECORD PAST IT, SO ONLY THE MONTH IS READ.     *
001900*                                                                *
002000*   ONE STATEMENT SECTION PRINTS PER ACCOUNT: EVALUATIONS IN    *
002100*   THE MONTH, EVALUATIONS SPENT IN EACH CLASS CODE, THE HIGH   *
002700*                  MODIFICATION HISTORY                         *
002800******************************************************************
002900* 2026-09-02 DM  INITIAL VERSION.                                *
002910* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
002920*                DATE INSTEAD OF THE SYSTEM CLOCK.               *
002930* 2026-10-15 DM  READS THE KEYED AUDIT TRAIL, POSITIONING EACH   *
002940*                ACCOUNT ON THE STATEMENT MONTH, INSTEAD OF A    *
002950*                SORTED COPY OF THE WHOLE FLAT TRAIL.            *
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT AUDIT-KEYED ASSIGN TO THRAKY
003900         ORGANIZATION IS INDEXED
003910         ACCESS MODE IS DYNAMIC
003920         RECORD KEY IS THR-AKY-KEY
004000         FILE STATUS IS WS-THRAKY-STATUS.
004100
004200     SELECT STMT-CTL    ASSIGN TO THRSTC
004300         ORGANIZATION IS SEQUENTIAL
004600     SELECT STMT-RPT    ASSIGN TO THRSTP
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-THRSTP-STATUS.
004810
004820     SELECT BUSDATE-IN  ASSIGN TO THRBDT
004830         ORGANIZATION IS SEQUENTIAL
004840         FILE STATUS IS WS-THRBDT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  AUDIT-KEYED
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY THRAKYR.
005600
005700 FD  STMT-CTL
005800     RECORDING MODE IS F
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  WS-RPT-LINE                 PIC X(80).
006710
006720 FD  BUSDATE-IN
006730     RECORDING MODE IS F
006740     LABEL RECORDS ARE STANDARD.
006750     COPY THRBDTR.
006800
006900 WORKING-STORAGE SECTION.
007000******************************************************************
007100*    FILE STATUS FIELDS                                         *
007200******************************************************************
007300 01  WS-FILE-STATUSES.
007400     05  WS-THRAKY-STATUS        PIC X(02) VALUE "00".
007500         88  WS-THRAKY-OK                   VALUE "00".
007600     05  WS-THRSTC-STATUS        PIC X(02) VALUE "00".
007700         88  WS-THRSTC-OK                   VALUE "00".
007800     05  WS-THRSTP-STATUS        PIC X(02) VALUE "00".
007900         88  WS-THRSTP-OK                   VALUE "00".
007910     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
007920         88  WS-THRBDT-OK                   VALUE "00".
008000
008100******************************************************************
008200*    PROGRAM SWITCHES                                           *
009100         88  WS-NO-SECTION                  VALUE "N".
009200     05  WS-SEQ-ERROR-SW         PIC X(01) VALUE "N".
009300         88  WS-SEQ-ERROR                   VALUE "Y".
009310     05  WS-AUD-RANGE-SW         PIC X(01) VALUE "N".
009320         88  WS-AUD-IN-RANGE                VALUE "Y".
009330         88  WS-AUD-OUT-OF-RANGE            VALUE "N".
009340
009350******************************************************************
009360*    THE AUDIT RECORD IN HAND, AS CARRIED ON THE KEYED TRAIL     *
009370******************************************************************
009380     COPY THRAUDR.
009400
009500******************************************************************
009600*    STATEMENT MONTH FROM THE CONTROL CARD - SPACES STATES      *
009700*    EVERYTHING ON THE FILE                                     *
009800******************************************************************
009900 01  WS-STMT-MONTH               PIC X(06) VALUE SPACES.
009910 01  WS-STMT-START-DATE.
009920     05  WS-STMT-START-MONTH     PIC X(06) VALUE SPACES.
009930     05  FILLER                  PIC X(02) VALUE "00".
009940 01  WS-STMT-START-DATE-N REDEFINES WS-STMT-START-DATE
009950                                 PIC 9(08).
010000
010100******************************************************************
010200*    CONTROL-BREAK HOLD AREAS FOR THE ACCOUNT BEING STATED      *
023000*    PRIME THE READ                                             *
023100******************************************************************
023200 1000-INITIALIZE.
023300     OPEN INPUT AUDIT-KEYED.
023400     IF NOT WS-THRAKY-OK
023500         DISPLAY "THRSTMT - OPEN ERROR ON AUDIT-KEYED "
023600             WS-THRAKY-STATUS
023700         SET WS-FATAL-ERROR TO TRUE
023800         GO TO 1000-EXIT
023900     END-IF.
025600         GO TO 1000-EXIT
025700     END-IF.
025800     CLOSE STMT-CTL.
025900     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
025910     IF WS-FATAL-ERROR
025920         GO TO 1000-EXIT
025930     END-IF.
026000     MOVE WS-STMT-MONTH        TO WS-RPT-HDR-MONTH.
026100     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
026200     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
026250     PERFORM 1080-POSITION-KEYED-TRAIL THRU 1080-EXIT.
026300     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
026400 1000-EXIT.
026500     EXIT.
026503
026506******************************************************************
026509* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
026512*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
026515******************************************************************
026518 1010-READ-BUSINESS-DATE.
026521     OPEN INPUT BUSDATE-IN.
026524     IF NOT WS-THRBDT-OK
026527         DISPLAY "THRSTMT - OPEN ERROR ON BUSDATE-IN "
026530             WS-THRBDT-STATUS
026533         SET WS-FATAL-ERROR TO TRUE
026536         GO TO 1010-EXIT
026539     END-IF.
026542     READ BUSDATE-IN
026545         AT END
026548             MOVE ZERO TO THR-BDT-BUS-DATE
026551     END-READ.
026554     IF THR-BDT-BUS-DATE IS NOT NUMERIC
026557         OR THR-BDT-BUS-DATE = ZERO
026560         DISPLAY "THRSTMT - NO BUSINESS DATE ON BUSDATE-IN"
026563         SET WS-FATAL-ERROR TO TRUE
026566     ELSE
026569         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
026572     END-IF.
026575     CLOSE BUSDATE-IN.
026578 1010-EXIT.
026581     EXIT.
026600
026700******************************************************************
026800* 1050-LOAD-CONTROL-RECORD - READ THE STATEMENT MONTH.  A       *
028700         GO TO 1050-EXIT
028800     END-IF.
028900     MOVE STC-STMT-MONTH TO WS-STMT-MONTH.
028950     MOVE STC-STMT-MONTH TO WS-STMT-START-MONTH.
029000 1050-EXIT.
029100     EXIT.
029200
029210******************************************************************
029220* 1080-POSITION-KEYED-TRAIL - START AT THE TOP OF THE KEYED      *
029230*    AUDIT TRAIL                                                *
029240******************************************************************
029250 1080-POSITION-KEYED-TRAIL.
029260     MOVE LOW-VALUES TO THR-AKY-KEY.
029270     START AUDIT-KEYED KEY IS NOT LESS THAN THR-AKY-KEY
029280         INVALID KEY
029290             SET WS-AUD-EOF TO TRUE
029300     END-START.
029310 1080-EXIT.
029320     EXIT.
029330
029340******************************************************************
029350* 1100-READ-AUDIT - DELIVER THE NEXT KEYED AUDIT RECORD IN THE  *
029360*    STATEMENT MONTH                                            *
029370******************************************************************
029600 1100-READ-AUDIT.
029700     SET WS-AUD-OUT-OF-RANGE TO TRUE.
029800     PERFORM 1150-READ-KEYED-TRAIL THRU 1150-EXIT
029900         UNTIL WS-AUD-EOF OR WS-AUD-IN-RANGE.
030300 1100-EXIT.
030400     EXIT.
030410
030420******************************************************************
030430* 1150-READ-KEYED-TRAIL - READ ONE KEYED RECORD.  A RECORD       *
030440*    BEFORE THE STATEMENT MONTH REPOSITIONS AT THE FIRST OF THE  *
030450*    MONTH FOR ITS ACCOUNT; A RECORD AFTER IT SKIPS TO THE NEXT  *
030460*    ACCOUNT.  A GARBLED DATE IS PASSED ON AND BYPASSED BY THE   *
030470*    MONTH TEST IN 2000-PROCESS-AUDIT-RECORD.                    *
030480******************************************************************
030490 1150-READ-KEYED-TRAIL.
030500     READ AUDIT-KEYED NEXT RECORD
030501         AT END
030502             SET WS-AUD-EOF TO TRUE
030503             GO TO 1150-EXIT
030504     END-READ.
030505     ADD 1 TO WS-RECORDS-READ.
030506     IF WS-STMT-MONTH = SPACES
030507         OR THR-AKY-TS-DATE IS NOT NUMERIC
030508         GO TO 1150-IN-RANGE
030509     END-IF.
030510     IF THR-AKY-TS-DATE (1:6) < WS-STMT-MONTH
030511         MOVE WS-STMT-START-DATE-N TO THR-AKY-TS-DATE
030512         MOVE ZERO                 TO THR-AKY-TS-TIME
030513         MOVE ZERO                 TO THR-AKY-SEQ
030514         START AUDIT-KEYED KEY IS NOT LESS THAN THR-AKY-KEY
030515             INVALID KEY
030516                 SET WS-AUD-EOF TO TRUE
030517         END-START
030518         GO TO 1150-EXIT
030519     END-IF.
030520     IF THR-AKY-TS-DATE (1:6) > WS-STMT-MONTH
030521         MOVE HIGH-VALUES TO THR-AKY-POSITION
030522         START AUDIT-KEYED KEY IS GREATER THAN THR-AKY-KEY
030523             INVALID KEY
030524                 SET WS-AUD-EOF TO TRUE
030525         END-START
030526         GO TO 1150-EXIT
030527     END-IF.
030528 1150-IN-RANGE.
030529     MOVE THR-AKY-AUDIT-IMAGE TO THR-AUD-RECORD.
030530     SET WS-AUD-IN-RANGE TO TRUE.
030531 1150-EXIT.
030532     EXIT.
030533
030600******************************************************************
030700* 2000-PROCESS-AUDIT-RECORD - SELECT THE RECORD FOR THE         *
030800*    STATEMENT MONTH, BREAK ON A NEW ACCOUNT, AND FOLD THE      *
060600         DISPLAY "THRSTMT - INPUT NOT IN ACCOUNT SEQUENCE - "
060700             "STATEMENTS MAY BE SPLIT"
060800     END-IF.
060900     CLOSE AUDIT-KEYED STMT-RPT.
061000     IF WS-SEQ-ERROR
061100         MOVE 0004 TO RETURN-CODE
061200     ELSE
