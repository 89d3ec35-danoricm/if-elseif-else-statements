000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THRAKYBL.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   THIS PROGRAM LOADS THE KEYED AUDIT TRAIL (THRAKYR) FROM THE  *
001000*   FLAT AUDIT TRAIL (THRAUDR).  IT IS RUN ONCE WHEN THE KEYED   *
001100*   COPY IS FIRST INSTALLED, AND AGAIN WHENEVER THE TWO ARE      *
001200*   FOUND OUT OF STEP - THE FLAT TRAIL IS THE RECORD OF          *
001300*   REFERENCE AND THE KEYED COPY IS ALWAYS REBUILT FROM IT.      *
001400*                                                                *
001500*   THE CALLING JOB REDEFINES THE KSDS EMPTY AND SORTS THE FLAT  *
001600*   TRAIL ON ACCOUNT ID AND TIMESTAMP (SORT OPTION EQUALS), SO   *
001700*   THE RECORDS ARRIVE IN KEY ORDER AND ARE LOADED WITH A        *
001800*   SEQUENTIAL WRITE.  THE SEQUENCE NUMBER STARTS AT ZERO FOR    *
001900*   EACH ACCOUNT AND TIMESTAMP AND IS STEPPED FOR EVERY FURTHER  *
002000*   RECORD CARRYING THE SAME ACCOUNT AND TIMESTAMP - THE SAME    *
002100*   NUMBERING THE CLASSIFY RUN USES WHEN IT ADDS A RECORD.       *
002200*                                                                *
002300*   A RECORD THAT CANNOT BE WRITTEN IS COUNTED, LISTED ON        *
002400*   SYSOUT AND FLAGGED WITH CONDITION CODE 4 - THE KEYED COPY    *
002500*   IS THEN SHORT OF THE FLAT TRAIL AND THE JOB MUST BE RERUN    *
002600*   ONCE THE CAUSE IS CLEARED.                                   *
002700*                                                                *
002800******************************************************************
002900*                  MODIFICATION HISTORY                         *
003000******************************************************************
003100* 2026-10-15 DM  INITIAL VERSION.                                *
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT AUDIT-IN    ASSIGN TO THRAUD
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-THRAUD-STATUS.
004300
004400     SELECT AUDIT-KEYED ASSIGN TO THRAKY
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS THR-AKY-KEY
004800         FILE STATUS IS WS-THRAKY-STATUS.
004900
005000     SELECT LOAD-RPT    ASSIGN TO THRAKR
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-THRAKR-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  AUDIT-IN
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900     COPY THRAUDR.
006000
006100 FD  AUDIT-KEYED
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY THRAKYR.
006500
006600 FD  LOAD-RPT
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  WS-RPT-LINE                 PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200******************************************************************
007300*    FILE STATUS FIELDS                                         *
007400******************************************************************
007500 01  WS-FILE-STATUSES.
007600     05  WS-THRAUD-STATUS        PIC X(02) VALUE "00".
007700         88  WS-THRAUD-OK                   VALUE "00".
007800     05  WS-THRAKY-STATUS        PIC X(02) VALUE "00".
007900         88  WS-THRAKY-OK                   VALUE "00".
008000     05  WS-THRAKR-STATUS        PIC X(02) VALUE "00".
008100         88  WS-THRAKR-OK                   VALUE "00".
008200
008300******************************************************************
008400*    PROGRAM SWITCHES                                           *
008500******************************************************************
008600 01  WS-SWITCHES.
008700     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
008800         88  WS-AUD-EOF                     VALUE "Y".
008900     05  WS-FATAL-SW             PIC X(01) VALUE "N".
009000         88  WS-FATAL-ERROR                 VALUE "Y".
009100
009200******************************************************************
009300*    ACCOUNT AND TIMESTAMP OF THE LAST RECORD LOADED, FOR THE    *
009400*    SEQUENCE NUMBER OF THE NEXT ONE                             *
009500******************************************************************
009600 01  WS-PREV-ACCT-ID             PIC X(10) VALUE LOW-VALUES.
009700 01  WS-PREV-TIMESTAMP           PIC X(16) VALUE LOW-VALUES.
009800 01  WS-NEXT-SEQ                 PIC 9(04) VALUE ZERO.
009900
010000 01  WS-COUNTERS.
010100     05  WS-AUD-READ             PIC 9(09) COMP VALUE ZERO.
010200     05  WS-AKY-LOADED           PIC 9(09) COMP VALUE ZERO.
010300     05  WS-AKY-SEQUENCED        PIC 9(09) COMP VALUE ZERO.
010400     05  WS-AKY-FAILED           PIC 9(09) COMP VALUE ZERO.
010500
010600******************************************************************
010700*    REPORT LINES                                                *
010800******************************************************************
010900 01  WS-RPT-HDR-LINE.
011000     05  FILLER                  PIC X(40)
011100             VALUE "KEYED AUDIT TRAIL LOAD".
011200     05  FILLER                  PIC X(40) VALUE SPACES.
011300
011400 01  WS-RPT-COUNT-LINE.
011500     05  WS-RPT-COUNT-NAME       PIC X(24).
011600     05  FILLER                  PIC X(01) VALUE SPACES.
011700     05  WS-RPT-COUNT-CNT        PIC ZZZ,ZZZ,ZZ9.
011800     05  FILLER                  PIC X(44) VALUE SPACES.
011900
012000 PROCEDURE DIVISION.
012100******************************************************************
012200* 0000-MAINLINE                                                 *
012300******************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012600     IF WS-FATAL-ERROR
012700         DISPLAY "THRAKYBL - TERMINATING - SETUP FAILED"
012800         MOVE 0016 TO RETURN-CODE
012900         STOP RUN
013000     END-IF.
013100     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
013200         UNTIL WS-AUD-EOF.
013300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013400     STOP RUN.
013500
013600******************************************************************
013700* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ                *
013800******************************************************************
013900 1000-INITIALIZE.
014000     OPEN INPUT AUDIT-IN.
014100     IF NOT WS-THRAUD-OK
014200         DISPLAY "THRAKYBL - OPEN ERROR ON AUDIT-IN "
014300             WS-THRAUD-STATUS
014400         SET WS-FATAL-ERROR TO TRUE
014500         GO TO 1000-EXIT
014600     END-IF.
014700     OPEN OUTPUT AUDIT-KEYED.
014800     IF NOT WS-THRAKY-OK
014900         DISPLAY "THRAKYBL - OPEN ERROR ON AUDIT-KEYED "
015000             WS-THRAKY-STATUS
015100         SET WS-FATAL-ERROR TO TRUE
015200         GO TO 1000-EXIT
015300     END-IF.
015400     OPEN OUTPUT LOAD-RPT.
015500     IF NOT WS-THRAKR-OK
015600         DISPLAY "THRAKYBL - OPEN ERROR ON LOAD-RPT "
015700             WS-THRAKR-STATUS
015800         SET WS-FATAL-ERROR TO TRUE
015900         GO TO 1000-EXIT
016000     END-IF.
016100     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
016200     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
016300 1000-EXIT.
016400     EXIT.
016500
016600******************************************************************
016700* 1100-READ-AUDIT - READ THE NEXT SORTED AUDIT TRAIL RECORD      *
016800******************************************************************
016900 1100-READ-AUDIT.
017000     READ AUDIT-IN
017100         AT END
017200             SET WS-AUD-EOF TO TRUE
017300         NOT AT END
017400             ADD 1 TO WS-AUD-READ
017500     END-READ.
017600 1100-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000* 2000-LOAD-ONE-RECORD - NUMBER THE RECORD WITHIN ITS ACCOUNT    *
018100*    AND TIMESTAMP AND WRITE IT TO THE KEYED COPY                *
018200******************************************************************
018300 2000-LOAD-ONE-RECORD.
018400     IF THR-AUD-ACCT-ID = WS-PREV-ACCT-ID
018500         AND THR-AUD-TIMESTAMP = WS-PREV-TIMESTAMP
018600         ADD 1 TO WS-NEXT-SEQ
018700         ADD 1 TO WS-AKY-SEQUENCED
018800     ELSE
018900         MOVE ZERO TO WS-NEXT-SEQ
019000         MOVE THR-AUD-ACCT-ID   TO WS-PREV-ACCT-ID
019100         MOVE THR-AUD-TIMESTAMP TO WS-PREV-TIMESTAMP
019200     END-IF.
019300     MOVE SPACES            TO THR-AKY-RECORD.
019400     MOVE THR-AUD-ACCT-ID   TO THR-AKY-ACCT-ID.
019500     MOVE THR-AUD-TIMESTAMP TO THR-AKY-TIMESTAMP.
019600     MOVE WS-NEXT-SEQ       TO THR-AKY-SEQ.
019700     MOVE THR-AUD-RECORD    TO THR-AKY-AUDIT-IMAGE.
019800     WRITE THR-AKY-RECORD
019900         INVALID KEY
020000             CONTINUE
020100     END-WRITE.
020200     IF WS-THRAKY-OK
020300         ADD 1 TO WS-AKY-LOADED
020400     ELSE
020500         ADD 1 TO WS-AKY-FAILED
020600         DISPLAY "THRAKYBL - WRITE ERROR ON AUDIT-KEYED "
020700             WS-THRAKY-STATUS " FOR " THR-AKY-KEY
020800     END-IF.
020900     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
021000 2000-EXIT.
021100     EXIT.
021200
021300******************************************************************
021400* 8000-WRITE-REPORT-TOTALS - PRINT THE LOAD COUNTS               *
021500******************************************************************
021600 8000-WRITE-REPORT-TOTALS.
021700     MOVE "AUDIT RECORDS READ"   TO WS-RPT-COUNT-NAME.
021800     MOVE WS-AUD-READ            TO WS-RPT-COUNT-CNT.
021900     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
022000     MOVE "KEYED RECORDS LOADED" TO WS-RPT-COUNT-NAME.
022100     MOVE WS-AKY-LOADED          TO WS-RPT-COUNT-CNT.
022200     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
022300     MOVE "SAME ACCOUNT/TIMESTAMP" TO WS-RPT-COUNT-NAME.
022400     MOVE WS-AKY-SEQUENCED       TO WS-RPT-COUNT-CNT.
022500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
022600     MOVE "RECORDS NOT LOADED"   TO WS-RPT-COUNT-NAME.
022700     MOVE WS-AKY-FAILED          TO WS-RPT-COUNT-CNT.
022800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
022900 8000-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300* 9000-TERMINATE - PRINT THE TOTALS, CLOSE FILES AND SET THE     *
023400*    CONDITION CODE                                              *
023500******************************************************************
023600 9000-TERMINATE.
023700     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
023800     CLOSE AUDIT-IN AUDIT-KEYED LOAD-RPT.
023900     IF WS-AKY-FAILED > 0
024000         MOVE 0004 TO RETURN-CODE
024100     ELSE
024200         MOVE 0000 TO RETURN-CODE
024300     END-IF.
024400 9000-EXIT.
024500     EXIT.
