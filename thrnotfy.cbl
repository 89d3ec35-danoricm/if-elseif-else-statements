001700*   TRANSMITTAL TRAILER CARRYING THE LETTER COUNT FOR THE       *
001800*   VENDOR'S BALANCING.                                         *
001900*                                                                *
002000*   THE PER-CATEGORY THRESHOLDS COME FROM THE THRCLSFY           *
002100*   CLASSIFICATION SERVICE, WHICH APPLIES THE SAME THRESH-CTL    *
002200*   ROWS THE CLASSIFIER USES TO THE CATEGORY CODE CARRIED ON     *
002210*   EACH CLASSIFIED RECORD.                                      *
002300*                                                                *
002310*   EVERY ITEM SELECTED FOR THE WORKLIST IS ALSO WRITTEN TO     *
002320*   THE KEYED DISPOSITION FILE (THRDSPR LAYOUT) AS PENDING,     *
002330*   FOR THE THRDSPST POSTING RUN TO MARK CLEARED OR ESCALATED   *
002340*   FROM THE DESK'S CARDS.  ITEMS STILL PENDING FROM PRIOR      *
002350*   NIGHTS ARE CARRIED FORWARD ONTO TONIGHT'S WORKLIST WITH     *
002360*   THEIR AGE IN BUSINESS DAYS (FROM THE THRCAL PROCESSING      *
002365*   CALENDAR), AND ANY ITEM PAST THE CONTROL CARD'S AGE LIMIT   *
002370*   IS FLAGGED * FOR SUPERVISOR ESCALATION.                     *
002380*                                                                *
002400******************************************************************
002500*                  MODIFICATION HISTORY                         *
002740*                WORKLIST WITH THEIR AGE IN DAYS, AND ITEMS     *
002750*                PAST THE NOTIFY CARD'S NEW AGE LIMIT ARE       *
002760*                FLAGGED FOR SUPERVISOR ESCALATION.             *
002770* 2026-10-15 DM  STRUCTURING-WATCH ITEMS POSTED BY THRSTRWT ARE *
002780*                CARRIED AND AGED WITH THE REST - THEY PRINT    *
002790*                WITH A ZERO THRESHOLD (NO SINGLE VALUE WAS     *
002795*                OVER) AND THEIR CUMULATIVE NT VALUE.           *
002796* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
002797*                DATE INSTEAD OF THE SYSTEM CLOCK, AND ITEM AGES *
002798*                COUNT BUSINESS DAYS OFF THE THRCAL CALENDAR.   *
002800* 2026-10-15 DM  THE CATEGORY THRESHOLD NOW COMES FROM THE       *
002810*                THRCLSFY SERVICE INSTEAD OF A COPY OF THE       *
002820*                CLASSIFIER'S CONTROL-ROW LOAD AND SEARCH.       *
002840******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-THRABV-STATUS.
003900
004400     SELECT NOTIFY-CTL  ASSIGN TO THRNFC
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-THRNFC-STATUS.
005440         ACCESS MODE IS DYNAMIC
005450         RECORD KEY IS THR-DSP-KEY
005460         FILE STATUS IS WS-THRDSP-STATUS.
005467
005474     SELECT BUSDATE-IN  ASSIGN TO THRBDT
005481         ORGANIZATION IS SEQUENTIAL
005488         FILE STATUS IS WS-THRBDT-STATUS.
005490
005492     SELECT CALENDAR-MST ASSIGN TO THRCAL
005494         ORGANIZATION IS INDEXED
005496         ACCESS MODE IS RANDOM
005497         RECORD KEY IS THR-CAL-KEY
005498         FILE STATUS IS WS-THRCAL-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
006500                            THR-ACCT-NAME  BY THR-ABV-ACCT-NAME
006600                       THR-ACCT-BRANCH BY THR-ABV-ACCT-BRANCH
006700                 THR-ACCT-CATEGORY BY THR-ABV-ACCT-CATEGORY
006800                            THR-TXN-COUNT  BY THR-ABV-TXN-COUNT
006801                            THR-TXN-REF    BY THR-ABV-TXN-REF
006802                            THR-TXN-DATE   BY THR-ABV-TXN-DATE
006803                            THR-TXN-SEQ    BY THR-ABV-TXN-SEQ
006804                            THR-RESUB-SW   BY THR-ABV-RESUB-SW
006805                          THR-RESUB-REPAIR BY THR-ABV-RESUB-REPAIR
006806                     THR-RESUB-SUSPENSE BY THR-ABV-RESUB-SUSPENSE.
006900
007500 FD  NOTIFY-CTL
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
009030     RECORDING MODE IS F
009040     LABEL RECORDS ARE STANDARD.
009050     COPY THRDSPR.
009058
009066 FD  BUSDATE-IN
009074     RECORDING MODE IS F
009082     LABEL RECORDS ARE STANDARD.
009090     COPY THRBDTR.
009092
009094 FD  CALENDAR-MST
009096     RECORDING MODE IS F
009097     LABEL RECORDS ARE STANDARD.
009098     COPY THRCALR.
009100
009200 WORKING-STORAGE SECTION.
009300******************************************************************
009600 01  WS-FILE-STATUSES.
009700     05  WS-THRABV-STATUS        PIC X(02) VALUE "00".
009800         88  WS-THRABV-OK                   VALUE "00".
010100     05  WS-THRNFC-STATUS        PIC X(02) VALUE "00".
010200         88  WS-THRNFC-OK                   VALUE "00".
010300     05  WS-THRNWL-STATUS        PIC X(02) VALUE "00".
010630         88  WS-THRDSP-NOT-FOUND            VALUE "35".
010640         88  WS-THRDSP-EOF                  VALUE "10".
010650         88  WS-THRDSP-DUP                  VALUE "22".
010660     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
010670         88  WS-THRBDT-OK                   VALUE "00".
010680     05  WS-THRCAL-STATUS        PIC X(02) VALUE "00".
010690         88  WS-THRCAL-OK                   VALUE "00".
010700
010800******************************************************************
010900*    PROGRAM SWITCHES                                           *
011100 01  WS-SWITCHES.
011200     05  WS-ABV-EOF-SW           PIC X(01) VALUE "N".
011300         88  WS-ABV-EOF                     VALUE "Y".
011800     05  WS-FATAL-SW             PIC X(01) VALUE "N".
011900         88  WS-FATAL-ERROR                 VALUE "Y".
012000     05  WS-SELECT-SW            PIC X(01) VALUE "N".
013110 01  WS-AGE-LIMIT                PIC 9(03) VALUE ZERO.
013200
013300******************************************************************
013400*    PARAMETER BLOCK FOR THE THRCLSFY CLASSIFICATION SERVICE     *
013700******************************************************************
013800     COPY THRCLSR.
014700
014800******************************************************************
014900*    PRIORITIZED WORKLIST TABLE, KEPT IN DESCENDING ORDER OF    *
017060 01  WS-INS-AGE                  PIC 9(03) VALUE ZERO.
017070 01  WS-INS-ESC-SW               PIC X(01) VALUE "N".
017100 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
017105 01  WS-RUN-BUS-DAY-NO           PIC 9(07) VALUE ZERO.
017110
017120******************************************************************
017130*    AGE-IN-DAYS WORK FIELDS - THE AGE IS THE DIFFERENCE OF THE *
017140*    CALENDAR'S BUSINESS-DAY NUMBERS; AN ITEM DATE NOT ON THE   *
017150*    CALENDAR IS STEPPED FORWARD ONE CALENDAR DAY AT A TIME     *
017155*    UNTIL IT MEETS THE RUN DATE.  EITHER WAY CAPPED AT 999.    *
017160******************************************************************
017170 01  WS-AGE-DAYS                 PIC 9(03) VALUE ZERO.
017180 01  WS-AGE-DATE.
027900         SET WS-FATAL-ERROR TO TRUE
028000         GO TO 1000-EXIT
028100     END-IF.
028900     OPEN INPUT NOTIFY-CTL.
029000     IF NOT WS-THRNFC-OK
029100         DISPLAY "THRNOTFY - OPEN ERROR ON NOTIFY-CTL "
030992         SET WS-FATAL-ERROR TO TRUE
030994         GO TO 1000-EXIT
030996     END-IF.
030997     OPEN INPUT CALENDAR-MST.
030998     IF NOT WS-THRCAL-OK
030999         DISPLAY "THRNOTFY - OPEN ERROR ON CALENDAR-MST "
031001             WS-THRCAL-STATUS
031002         SET WS-FATAL-ERROR TO TRUE
031003         GO TO 1000-EXIT
031004     END-IF.
031005     PERFORM 1050-LOAD-CONTROL-TABLE THRU 1050-EXIT.
031100     IF WS-FATAL-ERROR
031200         GO TO 1000-EXIT
031300     END-IF.
031500     PERFORM 1080-LOAD-NOTIFY-CARD THRU 1080-EXIT.
031600     IF WS-FATAL-ERROR
031700         GO TO 1000-EXIT
031800     END-IF.
031900     CLOSE NOTIFY-CTL.
032000     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
032010     IF WS-FATAL-ERROR
032020         GO TO 1000-EXIT
032030     END-IF.
032100     PERFORM 1100-READ-ABOVE THRU 1100-EXIT.
032200 1000-EXIT.
032300     EXIT.
032303
032306******************************************************************
032309* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
032312*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
032315******************************************************************
032318 1010-READ-BUSINESS-DATE.
032321     OPEN INPUT BUSDATE-IN.
032324     IF NOT WS-THRBDT-OK
032327         DISPLAY "THRNOTFY - OPEN ERROR ON BUSDATE-IN "
032330             WS-THRBDT-STATUS
032333         SET WS-FATAL-ERROR TO TRUE
032336         GO TO 1010-EXIT
032339     END-IF.
032342     READ BUSDATE-IN
032345         AT END
032348             MOVE ZERO TO THR-BDT-BUS-DATE
032351     END-READ.
032354     IF THR-BDT-BUS-DATE IS NOT NUMERIC
032357         OR THR-BDT-BUS-DATE = ZERO
032360         DISPLAY "THRNOTFY - NO BUSINESS DATE ON BUSDATE-IN"
032363         SET WS-FATAL-ERROR TO TRUE
032366     ELSE
032369         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
032372         MOVE THR-BDT-BUS-DAY-NO TO WS-RUN-BUS-DAY-NO
032384     END-IF.
032387     CLOSE BUSDATE-IN.
032390 1010-EXIT.
032393     EXIT.
032400
032500******************************************************************
032600* 1050-LOAD-CONTROL-TABLE - HAVE THRCLSFY LOAD AND VALIDATE THE  *
032700*    THRESH-CTL ROWS NOW, SO A BAD CONTROL FILE STOPS THE RUN    *
032800*    BEFORE ANY RECORD IS SELECTED.  ROW 1 IS ASKED FOR ONLY TO  *
032810*    TRIGGER THE LOAD.                                           *
032900******************************************************************
033000 1050-LOAD-CONTROL-TABLE.
033100     MOVE "R" TO THR-CLS-FUNCTION.
033200     MOVE 1   TO THR-CLS-ROW-NUMBER.
033300     CALL "THRCLSFY" USING THR-CLS-PARMS.
033400     IF NOT THR-CLS-OK
033500         DISPLAY "THRNOTFY - CONTROL ROWS NOT LOADED - "
033600             "THRCLSFY RETURN CODE " THR-CLS-RETURN-CODE
033700         SET WS-FATAL-ERROR TO TRUE
033800     END-IF.
034600 1050-EXIT.
034700     EXIT.
039000
039100******************************************************************
039200* 1080-LOAD-NOTIFY-CARD - READ THE ONE-TIME SEVERITY LIMIT.     *
046900     EXIT.
047000
047100******************************************************************
047200* 2080-SELECT-CONTROL-ROW - HAVE THRCLSFY PICK THE THRESHOLD FOR *
047300*    THE RECORD'S CATEGORY, FALLING BACK TO THE "*" DEFAULT ROW  *
047400******************************************************************
047500 2080-SELECT-CONTROL-ROW.
047600     MOVE "K" TO THR-CLS-FUNCTION.
047700     MOVE THR-ABV-ACCT-CATEGORY TO THR-CLS-IN-CATEGORY.
047800     IF THR-ABV-VALUE IS NUMERIC
047900         MOVE THR-ABV-VALUE TO THR-CLS-VALUE
048000     ELSE
048100         MOVE SPACES TO THR-CLS-VALUE-X
048200     END-IF.
048300     CALL "THRCLSFY" USING THR-CLS-PARMS.
048400     MOVE THR-CLS-THRESHOLD TO WS-WORK-THRESHOLD.
048500 2080-EXIT.
048600     EXIT.
049900
050000******************************************************************
050100* 2100-ADD-TO-WORKLIST - INSERT THE SELECTED RECORD INTO THE    *
060700     MOVE WS-LETTERS-WRITTEN   TO WS-LTR-T-COUNT.
060800     MOVE WS-RUN-DATE-CCYYMMDD TO WS-LTR-T-RUN-DATE.
060900     WRITE LTR-RECORD FROM WS-LTR-TRAILER.
060950     MOVE "E" TO THR-CLS-FUNCTION.
060960     CALL "THRCLSFY" USING THR-CLS-PARMS.
061000     CLOSE ABOVE-IN WORKLIST-RPT LETTER-OUT DISP-MST
061005           CALENDAR-MST.
061100     IF WS-WKL-TRUNCATED OR WS-PAST-AGE-LIMIT > 0
061200         MOVE 0004 TO RETURN-CODE
061300     ELSE
066700     MOVE THR-DSP-CLASS     TO WS-INS-CLASS.
066800     MOVE THR-DSP-VALUE     TO WS-INS-VALUE.
066900     MOVE THR-DSP-EXCESS    TO WS-WORK-EXCESS.
067000     IF THR-DSP-FROM-WATCH
067050         MOVE ZERO TO WS-WORK-THRESHOLD
067060     ELSE IF THR-DSP-VALUE >= THR-DSP-EXCESS
067100         COMPUTE WS-WORK-THRESHOLD =
067200             THR-DSP-VALUE - THR-DSP-EXCESS
067300     ELSE
068900     EXIT.
069000
069100******************************************************************
069200* 6300-COMPUTE-AGE - COUNT THE BUSINESS DAYS FROM THE ITEM'S    *
069300*    RUN DATE TO TONIGHT'S, CAPPED AT 999.  AN ITEM DATE THE    *
069310*    CALENDAR DOES NOT COVER FALLS BACK TO CALENDAR DAYS.       *
069400******************************************************************
069500 6300-COMPUTE-AGE.
069510     MOVE ZERO TO WS-AGE-DAYS.
069520     MOVE THR-DSP-RUN-DATE TO THR-CAL-DATE.
069530     READ CALENDAR-MST
069540         INVALID KEY
069550             GO TO 6300-BY-CALENDAR-DAYS
069560     END-READ.
069570     IF THR-CAL-BUS-DAY-NO NOT < WS-RUN-BUS-DAY-NO
069580         GO TO 6300-EXIT
069590     END-IF.
069591     IF WS-RUN-BUS-DAY-NO - THR-CAL-BUS-DAY-NO > 999
069592         MOVE 999 TO WS-AGE-DAYS
069593     ELSE
069594         COMPUTE WS-AGE-DAYS =
069595             WS-RUN-BUS-DAY-NO - THR-CAL-BUS-DAY-NO
069596     END-IF.
069597     GO TO 6300-EXIT.
069598 6300-BY-CALENDAR-DAYS.
069600     MOVE THR-DSP-RUN-DATE TO WS-AGE-DATE-N.
069700     MOVE ZERO TO WS-AGE-DAYS.
069800 6300-STEP.
