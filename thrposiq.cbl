001400*   ON THE LATEST RUN (WITH THE THRREJR REASON CODE).  KEY      *
001500*   "END" TO LEAVE.  RUNS UNDER TSO, OR IN BATCH WITH THE       *
001600*   ACCOUNT NUMBERS KEYED ON SYSIN ONE PER LINE.                *
001610*                                                                *
001620*   BELOW THE POSITION, THE ACCOUNT'S MOST RECENT EVALUATIONS   *
001630*   ARE LISTED FROM THE KEYED AUDIT TRAIL (THRAKYR), NEWEST     *
001640*   FIRST, A PAGE AT A TIME.  KEYING "B" INSTEAD OF THE NEXT    *
001650*   ACCOUNT NUMBER PAGES BACK TO THE EVALUATIONS BEFORE THOSE   *
001660*   SHOWN.  IF THE KEYED TRAIL CANNOT BE OPENED THE INQUIRY     *
001670*   STILL SHOWS POSITIONS, WITHOUT THE HISTORY.                 *
001700*                                                                *
001800******************************************************************
001900*                  MODIFICATION HISTORY                         *
002110* 2026-09-02 DM  POSITION VALUES ARE NOW SIGNED - THE INQUIRY    *
002120*                DISPLAYS THE VALUE WITH ITS SIGN INSTEAD OF     *
002130*                THE RAW FIVE BYTES.                             *
002140* 2026-10-15 DM  LISTS THE ACCOUNT'S RECENT EVALUATIONS FROM     *
002150*                THE KEYED AUDIT TRAIL UNDER THE POSITION, WITH  *
002160*                "B" TO PAGE BACK THROUGH EARLIER ONES.          *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS THR-POS-ACCT-ID
003400         FILE STATUS IS WS-THRPOS-STATUS.
003410
003420     SELECT AUDIT-KEYED ASSIGN TO THRAKY
003430         ORGANIZATION IS INDEXED
003440         ACCESS MODE IS DYNAMIC
003450         RECORD KEY IS THR-AKY-KEY
003460         FILE STATUS IS WS-THRAKY-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003900     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100     COPY THRPOSR.
004110
004120 FD  AUDIT-KEYED
004130     RECORDING MODE IS F
004140     LABEL RECORDS ARE STANDARD.
004150     COPY THRAKYR.
004200
004300 WORKING-STORAGE SECTION.
004400******************************************************************
004700 01  WS-FILE-STATUSES.
004800     05  WS-THRPOS-STATUS        PIC X(02) VALUE "00".
004900         88  WS-THRPOS-OK                   VALUE "00".
004910     05  WS-THRAKY-STATUS        PIC X(02) VALUE "00".
004920         88  WS-THRAKY-OK                   VALUE "00".
005000
005100******************************************************************
005200*    PROGRAM SWITCHES                                           *
005700     05  WS-POS-FOUND-SW         PIC X(01) VALUE "N".
005800         88  WS-POS-FOUND                   VALUE "Y".
005900         88  WS-POS-NOT-ON-FILE             VALUE "N".
005910     05  WS-HISTORY-SW           PIC X(01) VALUE "Y".
005920         88  WS-HISTORY-AVAILABLE           VALUE "Y".
005930         88  WS-HISTORY-OFF                 VALUE "N".
005940     05  WS-HIST-END-SW          PIC X(01) VALUE "N".
005950         88  WS-HIST-END                    VALUE "Y".
005960         88  WS-HIST-MORE                   VALUE "N".
006000
006100******************************************************************
006200*    OPERATOR INPUT AREA                                         *
006300******************************************************************
006400 01  WS-INQ-ACCT-ID              PIC X(10) VALUE SPACES.
006450 01  WS-DSP-VALUE                PIC +ZZZZ9.
006452
006454******************************************************************
006456*    EVALUATION HISTORY PAGING - THE ACCOUNT BEING PAGED, ITS    *
006458*    EVALUATION COUNT ON THE KEYED TRAIL, AND THE ORDINAL OF     *
006460*    THE NEWEST EVALUATION NOT YET SHOWN (ZERO WHEN THE OLDEST   *
006462*    HAS BEEN SHOWN).  ONE PAGE IS HELD IN TRAIL ORDER AND       *
006464*    DISPLAYED BACKWARDS SO THE NEWEST COMES FIRST.              *
006466******************************************************************
006468 01  WS-HIST-PAGE-SIZE           PIC 9(02) COMP VALUE 10.
006470 01  WS-HIST-ACCT-ID             PIC X(10) VALUE SPACES.
006472 01  WS-HIST-COUNT               PIC 9(09) COMP VALUE ZERO.
006474 01  WS-HIST-NEXT-HIGH           PIC 9(09) COMP VALUE ZERO.
006476 01  WS-HIST-PAGE-LOW            PIC 9(09) COMP VALUE ZERO.
006478 01  WS-HIST-PAGE-HIGH           PIC 9(09) COMP VALUE ZERO.
006480 01  WS-HIST-ORDINAL             PIC 9(09) COMP VALUE ZERO.
006482 01  WS-HIST-STORED              PIC 9(02) COMP VALUE ZERO.
006484 01  WS-HIST-SUB                 PIC 9(02) COMP VALUE ZERO.
006486 01  WS-HIST-TABLE.
006488     05  WS-HIST-ENTRY           OCCURS 10 TIMES.
006490         10  WS-HIST-TS-DATE     PIC 9(08).
006492         10  WS-HIST-TS-TIME     PIC 9(08).
006494         10  WS-HIST-VALUE       PIC S9(05).
006496         10  WS-HIST-CLASS       PIC X(02).
006497 01  WS-DSP-LOW                  PIC ZZZ,ZZZ,ZZ9.
006498 01  WS-DSP-HIGH                 PIC ZZZ,ZZZ,ZZ9.
006499 01  WS-DSP-COUNT                PIC ZZZ,ZZZ,ZZ9.
006505
006510******************************************************************
006520*    THE AUDIT RECORD IN HAND, AS CARRIED ON THE KEYED TRAIL     *
006530******************************************************************
006540     COPY THRAUDR.
006550
006600 PROCEDURE DIVISION.
006700******************************************************************
006800* 0000-MAINLINE                                                 *
007500         MOVE 0016 TO RETURN-CODE
007600         STOP RUN
007700     END-IF.
007710     OPEN INPUT AUDIT-KEYED.
007720     IF NOT WS-THRAKY-OK
007730         DISPLAY "THRPOSIQ - EVALUATION HISTORY NOT AVAILABLE - "
007740             "OPEN ERROR ON AUDIT-KEYED " WS-THRAKY-STATUS
007750         SET WS-HISTORY-OFF TO TRUE
007760     END-IF.
007800     PERFORM 2000-INQUIRE-ONE-ACCOUNT THRU 2000-EXIT
007900         UNTIL WS-DONE.
008000     CLOSE POSITION-MST.
008010     IF WS-HISTORY-AVAILABLE
008020         CLOSE AUDIT-KEYED
008030     END-IF.
008100     MOVE 0000 TO RETURN-CODE.
008200     STOP RUN.
008300
008400******************************************************************
008500* 2000-INQUIRE-ONE-ACCOUNT - PROMPT FOR AN ACCOUNT NUMBER AND   *
008600*    DISPLAY ITS CURRENT POSITION AND LATEST EVALUATIONS, OR     *
008650*    PAGE BACK THROUGH THE LAST ACCOUNT'S EVALUATIONS ON "B"     *
008700******************************************************************
008800 2000-INQUIRE-ONE-ACCOUNT.
008900     DISPLAY "THRPOSIQ - ENTER ACCOUNT NUMBER, B FOR EARLIER "
008950         "EVALUATIONS (END TO QUIT)".
009000     MOVE SPACES TO WS-INQ-ACCT-ID.
009100     ACCEPT WS-INQ-ACCT-ID.
009200     IF WS-INQ-ACCT-ID = "END" OR WS-INQ-ACCT-ID = SPACES
009300         SET WS-DONE TO TRUE
009400         GO TO 2000-EXIT
009500     END-IF.
009510     IF WS-INQ-ACCT-ID = "B"
009520         PERFORM 3200-SHOW-HISTORY-PAGE THRU 3200-EXIT
009530         GO TO 2000-EXIT
009540     END-IF.
009600     MOVE WS-INQ-ACCT-ID TO THR-POS-ACCT-ID.
009700     SET WS-POS-FOUND TO TRUE.
009800     READ POSITION-MST
010200     IF WS-POS-NOT-ON-FILE
010300         DISPLAY "THRPOSIQ - ACCOUNT " WS-INQ-ACCT-ID
010400             " HAS NO POSITION ON FILE"
010500         GO TO 2000-HISTORY
010600     END-IF.
010700     DISPLAY "ACCOUNT:   " THR-POS-ACCT-ID
010800         "  " THR-POS-ACCT-NAME
011700     ELSE
011800         DISPLAY "REJECTED:  NO"
011810     END-IF.
011820 2000-HISTORY.
011830     PERFORM 3000-START-HISTORY THRU 3000-EXIT.
011900 2000-EXIT.
012000     EXIT.
012100
012200******************************************************************
012300* 3000-START-HISTORY - COUNT THE ACCOUNT'S EVALUATIONS ON THE    *
012400*    KEYED AUDIT TRAIL AND SHOW THE NEWEST PAGE OF THEM          *
012500******************************************************************
012600 3000-START-HISTORY.
012700     MOVE SPACES TO WS-HIST-ACCT-ID.
012800     MOVE ZERO   TO WS-HIST-NEXT-HIGH.
012900     IF WS-HISTORY-OFF
013000         GO TO 3000-EXIT
013100     END-IF.
013200     MOVE WS-INQ-ACCT-ID TO WS-HIST-ACCT-ID.
013300     MOVE ZERO TO WS-HIST-COUNT.
013400     PERFORM 3050-POSITION-ON-ACCOUNT THRU 3050-EXIT.
013500     PERFORM 3100-COUNT-ONE-EVALUATION THRU 3100-EXIT
013600         UNTIL WS-HIST-END.
013700     IF WS-HIST-COUNT = ZERO
013800         DISPLAY "EVALUATIONS: NONE ON THE AUDIT TRAIL"
013900         GO TO 3000-EXIT
014000     END-IF.
014100     MOVE WS-HIST-COUNT TO WS-HIST-NEXT-HIGH.
014200     PERFORM 3200-SHOW-HISTORY-PAGE THRU 3200-EXIT.
014300 3000-EXIT.
014400     EXIT.
014500
014600******************************************************************
014700* 3050-POSITION-ON-ACCOUNT - START AT THE ACCOUNT'S OLDEST       *
014800*    EVALUATION ON THE KEYED AUDIT TRAIL                         *
014900******************************************************************
015000 3050-POSITION-ON-ACCOUNT.
015100     SET WS-HIST-MORE TO TRUE.
015200     MOVE WS-HIST-ACCT-ID TO THR-AKY-ACCT-ID.
015300     MOVE LOW-VALUES      TO THR-AKY-POSITION.
015400     START AUDIT-KEYED KEY IS NOT LESS THAN THR-AKY-KEY
015500         INVALID KEY
015600             SET WS-HIST-END TO TRUE
015700     END-START.
015800 3050-EXIT.
015900     EXIT.
016000
016100******************************************************************
016200* 3100-COUNT-ONE-EVALUATION - READ ONE KEYED RECORD AND COUNT IT *
016300*    WHILE IT STILL BELONGS TO THE ACCOUNT                       *
016400******************************************************************
016500 3100-COUNT-ONE-EVALUATION.
016600     READ AUDIT-KEYED NEXT RECORD
016700         AT END
016800             SET WS-HIST-END TO TRUE
016900             GO TO 3100-EXIT
017000     END-READ.
017100     IF THR-AKY-ACCT-ID NOT = WS-HIST-ACCT-ID
017200         SET WS-HIST-END TO TRUE
017300         GO TO 3100-EXIT
017400     END-IF.
017500     ADD 1 TO WS-HIST-COUNT.
017600 3100-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000* 3200-SHOW-HISTORY-PAGE - SHOW THE PAGE OF EVALUATIONS ENDING   *
018100*    AT THE NEWEST ONE NOT YET SHOWN, NEWEST FIRST               *
018200******************************************************************
018300 3200-SHOW-HISTORY-PAGE.
018310     IF WS-HISTORY-OFF
018320         DISPLAY "THRPOSIQ - EVALUATION HISTORY NOT AVAILABLE"
018330         GO TO 3200-EXIT
018340     END-IF.
018400     IF WS-HIST-ACCT-ID = SPACES
018500         DISPLAY "THRPOSIQ - NO ACCOUNT EVALUATIONS TO PAGE BACK "
018600             "THROUGH - ENTER AN ACCOUNT NUMBER FIRST"
018700         GO TO 3200-EXIT
018800     END-IF.
018900     IF WS-HIST-NEXT-HIGH = ZERO
019000         DISPLAY "THRPOSIQ - NO EARLIER EVALUATIONS FOR "
019100             WS-HIST-ACCT-ID
019200         GO TO 3200-EXIT
019300     END-IF.
019400     MOVE WS-HIST-NEXT-HIGH TO WS-HIST-PAGE-HIGH.
019500     IF WS-HIST-PAGE-HIGH > WS-HIST-PAGE-SIZE
019600         COMPUTE WS-HIST-PAGE-LOW =
019700             WS-HIST-PAGE-HIGH - WS-HIST-PAGE-SIZE + 1
019800     ELSE
019900         MOVE 1 TO WS-HIST-PAGE-LOW
020000     END-IF.
020100     MOVE ZERO TO WS-HIST-ORDINAL.
020200     MOVE ZERO TO WS-HIST-STORED.
020300     PERFORM 3050-POSITION-ON-ACCOUNT THRU 3050-EXIT.
020400     PERFORM 3300-LOAD-PAGE-ENTRY THRU 3300-EXIT
020500         UNTIL WS-HIST-END.
020600     MOVE WS-HIST-PAGE-LOW  TO WS-DSP-LOW.
020700     MOVE WS-HIST-PAGE-HIGH TO WS-DSP-HIGH.
020800     MOVE WS-HIST-COUNT     TO WS-DSP-COUNT.
020900     DISPLAY "EVALUATIONS " WS-DSP-LOW " TO " WS-DSP-HIGH
021000         " OF " WS-DSP-COUNT " - NEWEST FIRST".
021100     PERFORM 3400-DISPLAY-PAGE-ENTRY THRU 3400-EXIT
021200         VARYING WS-HIST-SUB FROM WS-HIST-STORED BY -1
021300         UNTIL WS-HIST-SUB < 1.
021400     COMPUTE WS-HIST-NEXT-HIGH = WS-HIST-PAGE-LOW - 1.
021500     IF WS-HIST-NEXT-HIGH > ZERO
021600         DISPLAY "KEY B FOR EARLIER EVALUATIONS"
021700     END-IF.
021800 3200-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200* 3300-LOAD-PAGE-ENTRY - READ ONE OF THE ACCOUNT'S EVALUATIONS   *
022300*    AND HOLD IT WHEN IT FALLS ON THE PAGE BEING SHOWN           *
022400******************************************************************
022500 3300-LOAD-PAGE-ENTRY.
022600     READ AUDIT-KEYED NEXT RECORD
022700         AT END
022800             SET WS-HIST-END TO TRUE
022900             GO TO 3300-EXIT
023000     END-READ.
023100     IF THR-AKY-ACCT-ID NOT = WS-HIST-ACCT-ID
023200         SET WS-HIST-END TO TRUE
023300         GO TO 3300-EXIT
023400     END-IF.
023500     ADD 1 TO WS-HIST-ORDINAL.
023600     IF WS-HIST-ORDINAL < WS-HIST-PAGE-LOW
023700         GO TO 3300-EXIT
023800     END-IF.
023900     MOVE THR-AKY-AUDIT-IMAGE TO THR-AUD-RECORD.
024000     ADD 1 TO WS-HIST-STORED.
024100     MOVE THR-AUD-TS-DATE    TO WS-HIST-TS-DATE (WS-HIST-STORED).
024200     MOVE THR-AUD-TS-TIME    TO WS-HIST-TS-TIME (WS-HIST-STORED).
024300     MOVE THR-AUD-VALUE      TO WS-HIST-VALUE (WS-HIST-STORED).
024400     MOVE THR-AUD-CLASS-CODE TO WS-HIST-CLASS (WS-HIST-STORED).
024500     IF WS-HIST-ORDINAL NOT < WS-HIST-PAGE-HIGH
024600         SET WS-HIST-END TO TRUE
024700     END-IF.
024800 3300-EXIT.
024900     EXIT.
025000
025100******************************************************************
025200* 3400-DISPLAY-PAGE-ENTRY - DISPLAY ONE HELD EVALUATION          *
025300******************************************************************
025400 3400-DISPLAY-PAGE-ENTRY.
025500     MOVE WS-HIST-VALUE (WS-HIST-SUB) TO WS-DSP-VALUE.
025600     DISPLAY "  " WS-HIST-TS-DATE (WS-HIST-SUB)
025700         " AT " WS-HIST-TS-TIME (WS-HIST-SUB)
025800         "  VALUE " WS-DSP-VALUE
025900         "  CLASS " WS-HIST-CLASS (WS-HIST-SUB).
026000 3400-EXIT.
026100     EXIT.
