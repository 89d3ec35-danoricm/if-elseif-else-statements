002000*       ENDS WITH CONDITION CODE 12.                            *
002100*                                                                *
002200*   START <PGM> - STAMPS <PGM> IN PROGRESS WITH THE START       *
002300*       TIMESTAMP AND THE BUSINESS DATE.  A RECORD ALREADY      *
002400*       COMPLETE FOR THE CURRENT BUSINESS DATE IS A DOUBLE RUN  *
002500*       AND ENDS WITH CONDITION CODE 12 (USE RESET AFTER A      *
002510*       DELIBERATE BACKOUT).  ONCE THE BUSINESS DATE HAS BEEN   *
002520*       ROLLED THE PROGRAM MAY RUN AGAIN THE SAME CLOCK DAY, SO *
002530*       A MISSED NIGHT CAN BE CAUGHT UP.  WITH NO BUSINESS      *
002540*       DATE ON THRBDT (EMPTY, OR DUMMY AS FOR THRBDATE'S       *
002550*       INSTALLATION STAMP) THE DATE IS RECORDED AS ZERO,       *
002560*       WHICH NEVER COUNTS AS A DOUBLE RUN.                     *
002600*                                                                *
002700*   END <PGM> - STAMPS <PGM> COMPLETE WITH THE END TIMESTAMP.   *
002800*                                                                *
003700*                  MODIFICATION HISTORY                         *
003800******************************************************************
003900* 2026-09-02 DM  INITIAL VERSION.                                *
003910* 2026-10-15 DM  START NOW STAMPS THE BUSINESS DATE FROM THRBDT  *
003920*                AND THE DOUBLE-RUN TEST IS MADE ON IT RATHER    *
003930*                THAN ON THE CLOCK DATE.                         *
003940* 2026-10-15 DM  NO BUSINESS DATE ON THRBDT IS RECORDED AS ZERO  *
003950*                RATHER THAN THE CLOCK DATE, SO THE              *
003960*                INSTALLATION STAMP OF THRBDATE DOES NOT BLOCK   *
003970*                THE FIRST DATE ROLL.                            *
004000******************************************************************
004100
004200 ENVIRONMENT DIVISION.
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS THR-RCN-PROGRAM
005600         FILE STATUS IS WS-THRRCN-STATUS.
005610
005620     SELECT BUSDATE-IN  ASSIGN TO THRBDT
005630         ORGANIZATION IS SEQUENTIAL
005640         FILE STATUS IS WS-THRBDT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY THRRCNR.
007810
007820 FD  BUSDATE-IN
007830     RECORDING MODE IS F
007840     LABEL RECORDS ARE STANDARD.
007850     COPY THRBDTR.
007900
008000 WORKING-STORAGE SECTION.
008100******************************************************************
008700     05  WS-THRRCN-STATUS        PIC X(02) VALUE "00".
008800         88  WS-THRRCN-OK                   VALUE "00".
008900         88  WS-THRRCN-NOT-FOUND            VALUE "35".
008910     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
008920         88  WS-THRBDT-OK                   VALUE "00".
008930         88  WS-THRBDT-NOT-FOUND            VALUE "35".
009000
009100******************************************************************
009200*    PROGRAM SWITCHES                                           *
011100     05  WS-NOW-TIME             PIC 9(08).
011200 01  WS-SUBJ-END-TS              PIC X(16) VALUE LOW-VALUES.
011300 01  WS-PRED-END-TS              PIC X(16) VALUE LOW-VALUES.
011310
011320******************************************************************
011330*    BUSINESS DATE IN FORCE - ZERO UNTIL THRBDATE HAS SET ONE   *
011350******************************************************************
011360 01  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
011400
011500******************************************************************
011600*    RUN-TOTAL COUNTERS                                         *
016100     END-IF.
016200     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
016300     ACCEPT WS-NOW-TIME FROM TIME.
016310     PERFORM 1050-LOAD-BUSINESS-DATE THRU 1050-EXIT.
016320     IF WS-FATAL-ERROR
016330         GO TO 1000-EXIT
016340     END-IF.
016400     PERFORM 1100-READ-CARD THRU 1100-EXIT.
016500 1000-EXIT.
016600     EXIT.
016603
016606******************************************************************
016609* 1050-LOAD-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THRBDT. *
016612*    UNTIL THRBDATE HAS FIRST SET IT THE FILE IS EMPTY (OR THE  *
016615*    DD IS DUMMY) AND THE DATE IS LEFT AT ZERO.                 *
016618******************************************************************
016621 1050-LOAD-BUSINESS-DATE.
016624     MOVE ZERO TO WS-BUS-DATE.
016627     OPEN INPUT BUSDATE-IN.
016630     IF WS-THRBDT-NOT-FOUND
016633         GO TO 1050-EXIT
016636     END-IF.
016639     IF NOT WS-THRBDT-OK
016642         DISPLAY "THRRUNCK - OPEN ERROR ON BUSDATE-IN "
016645             WS-THRBDT-STATUS
016648         SET WS-FATAL-ERROR TO TRUE
016651         GO TO 1050-EXIT
016654     END-IF.
016657     READ BUSDATE-IN
016660         AT END
016663             MOVE ZERO TO THR-BDT-BUS-DATE
016666     END-READ.
016669     IF THR-BDT-BUS-DATE IS NUMERIC
016672         AND THR-BDT-BUS-DATE > ZERO
016675         MOVE THR-BDT-BUS-DATE TO WS-BUS-DATE
016678     ELSE
016681         DISPLAY "THRRUNCK - NO BUSINESS DATE SET - RECORDED "
016684             "AS ZERO"
016687     END-IF.
016690     CLOSE BUSDATE-IN.
016693 1050-EXIT.
016696     EXIT.
016700
016800******************************************************************
016900* 1100-READ-CARD - READ THE NEXT FUNCTION CARD                  *
027100******************************************************************
027200* 4000-STAMP-START - MARK THE PROGRAM IN PROGRESS.  THE END     *
027300*    TIMESTAMP OF THE LAST COMPLETED RUN IS LEFT STANDING FOR   *
027400*    THE SEQUENCE CHECKS.  A RECORD ALREADY COMPLETE FOR THE    *
027500*    CURRENT BUSINESS DATE IS A DOUBLE RUN; A ZERO DATE (NONE   *
027550*    SET) NEVER IS.                                             *
027600******************************************************************
027700 4000-STAMP-START.
027800     MOVE RCC-PROGRAM TO THR-RCN-PROGRAM.
027900     PERFORM 1500-FETCH-RECORD THRU 1500-EXIT.
028000     IF WS-RCN-FOUND
028100         AND THR-RCN-COMPLETE
028200         AND THR-RCN-BUS-DATE IS NUMERIC
028210         AND THR-RCN-BUS-DATE = WS-BUS-DATE
028220         AND WS-BUS-DATE > ZERO
028300         DISPLAY "THRRUNCK - DOUBLE RUN - " RCC-PROGRAM
028400             " ALREADY COMPLETED FOR BUSINESS DATE " WS-BUS-DATE
028500         ADD 1 TO WS-CARDS-FAILED
028600         SET WS-SEQUENCE-FAILED TO TRUE
028700         GO TO 4000-EXIT
029500     SET THR-RCN-IN-PROGRESS TO TRUE.
029600     MOVE WS-NOW-DATE TO THR-RCN-START-DATE.
029700     MOVE WS-NOW-TIME TO THR-RCN-START-TIME.
029710     MOVE WS-BUS-DATE TO THR-RCN-BUS-DATE.
029800     PERFORM 7000-PUT-RECORD THRU 7000-EXIT.
029900     DISPLAY "THRRUNCK - " RCC-PROGRAM " STARTED "
030000         WS-NOW-DATE " " WS-NOW-TIME " BUSINESS DATE "
030010         WS-BUS-DATE.
030100 4000-EXIT.
030200     EXIT.
030300
034100     MOVE ZERO TO THR-RCN-START-TIME.
034200     MOVE ZERO TO THR-RCN-END-DATE.
034300     MOVE ZERO TO THR-RCN-END-TIME.
034310     MOVE ZERO TO THR-RCN-BUS-DATE.
034400     PERFORM 7000-PUT-RECORD THRU 7000-EXIT.
034500     DISPLAY "THRRUNCK - " RCC-PROGRAM " RESET".
034600 6000-EXIT.
