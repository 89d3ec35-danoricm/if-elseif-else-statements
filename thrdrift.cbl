001300*   SHARE SHIFTS BY MORE THAN THE CONTROL-CARD TOLERANCE         *
001400*   (WHOLE PERCENTAGE POINTS) IS FLAGGED, AND THE PROGRAM        *
001500*   RETURNS CONDITION CODE 4 SO OPERATIONS SEES THE DRIFT.       *
001510*                                                                *
001520*   EVERY CONTROL-CARD CHANGE ON THE THRCLG CHANGE LOG THAT      *
001530*   TOOK EFFECT BETWEEN TWO RUNS IS PRINTED UNDER THE LATER      *
001540*   RUN'S MOVEMENT LINES, WITH ITS THRESHOLD AND BAND BEFORE     *
001550*   AND AFTER AND WHO KEYED IT, SO A SHIFT CAUSED BY A CUTOFF    *
001560*   CHANGE CAN BE TOLD FROM A SHIFT IN THE BUSINESS ITSELF.      *
001600*                                                                *
001700******************************************************************
001800*                  MODIFICATION HISTORY                         *
001900******************************************************************
002000* 2026-08-23 DM  INITIAL VERSION.                                *
002010* 2026-10-15 DM  LIST CONTROL-CARD CHANGES FROM THE THRCLG LOG   *
002020*                UNDER THE RUN THEY FIRST APPLIED TO.            *
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
003700     SELECT DRIFT-RPT   ASSIGN TO THRDRP
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-THRDRP-STATUS.
003910
003920     SELECT CHANGE-LOG-IN ASSIGN TO THRCLG
003930         ORGANIZATION IS SEQUENTIAL
003940         FILE STATUS IS WS-THRCLG-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  WS-RPT-LINE                 PIC X(80).
005810
005820 FD  CHANGE-LOG-IN
005830     RECORDING MODE IS F
005840     LABEL RECORDS ARE STANDARD.
005850     COPY THRCLGR.
005900
006000 WORKING-STORAGE SECTION.
006100******************************************************************
006800         88  WS-THRDRC-OK                   VALUE "00".
006900     05  WS-THRDRP-STATUS        PIC X(02) VALUE "00".
007000         88  WS-THRDRP-OK                   VALUE "00".
007010     05  WS-THRCLG-STATUS        PIC X(02) VALUE "00".
007020         88  WS-THRCLG-OK                   VALUE "00".
007100
007200******************************************************************
007300*    PROGRAM SWITCHES                                           *
007700         88  WS-HST-EOF                     VALUE "Y".
007800     05  WS-FATAL-SW             PIC X(01) VALUE "N".
007900         88  WS-FATAL-ERROR                 VALUE "Y".
007910     05  WS-CLG-EOF-SW           PIC X(01) VALUE "N".
007920         88  WS-CLG-EOF                     VALUE "Y".
008000
008100******************************************************************
008200*    RUN CONTROL VALUES LOADED FROM THE DRIFT CONTROL CARD       *
013100 01  WS-PREV-SHARE               PIC 9(03)V9 COMP-3 VALUE ZERO.
013200 01  WS-CURR-SHARE               PIC 9(03)V9 COMP-3 VALUE ZERO.
013300 01  WS-SHARE-DIFF               PIC 9(03)V9 COMP-3 VALUE ZERO.
013304
013308******************************************************************
013312*    CONTROL-CARD CHANGE TABLE - THE CHANGE-LOG ENTRIES THAT     *
013316*    TOOK EFFECT INSIDE THE RUN WINDOW, IN THE ORDER LOGGED.     *
013320*    ROWS LOADED WHEN THE CONTROL MASTER WAS FIRST BUILT ARE     *
013324*    NOT CHANGES AND ARE LEFT OUT.                               *
013328******************************************************************
013332 01  WS-CHG-TABLE-MAX            PIC 9(03) COMP VALUE 200.
013336 01  WS-CHG-COUNT                PIC 9(03) COMP VALUE ZERO.
013340 01  WS-CHG-SUB                  PIC 9(03) COMP VALUE ZERO.
013344 01  WS-CHG-TABLE.
013348     05  WS-CHG-ENTRY            OCCURS 200 TIMES.
013352         10  WS-CHG-EFF-DATE     PIC 9(08).
013356         10  WS-CHG-ACTION       PIC X(01).
013360         10  WS-CHG-CATEGORY     PIC X(01).
013364         10  WS-CHG-BEF-THRESH   PIC 9(05).
013368         10  WS-CHG-AFT-THRESH   PIC 9(05).
013372         10  WS-CHG-BEF-BAND     PIC 9(03).
013376         10  WS-CHG-AFT-BAND     PIC 9(03).
013380         10  WS-CHG-CHANGED-BY   PIC X(08).
013400
013500******************************************************************
013600*    RUN-TOTAL COUNTERS FOR THE REPORT TRAILER                   *
014000     05  WS-RUNS-SKIPPED         PIC 9(09) COMP VALUE ZERO.
014050     05  WS-RUNS-DROPPED         PIC 9(09) COMP VALUE ZERO.
014100     05  WS-DRIFTS-FLAGGED       PIC 9(09) COMP VALUE ZERO.
014110     05  WS-CHANGES-LISTED       PIC 9(09) COMP VALUE ZERO.
014120     05  WS-CHANGES-NOT-HELD     PIC 9(09) COMP VALUE ZERO.
014200
014300******************************************************************
014400*    REPORT LINES                                                *
018700     05  FILLER                  PIC X(01) VALUE SPACES.
018800     05  WS-RPT-COUNT-CNT        PIC ZZZ,ZZZ,ZZ9.
018900     05  FILLER                  PIC X(44) VALUE SPACES.
018905
018910 01  WS-RPT-CHANGE-LINE.
018915     05  FILLER                  PIC X(17)
018920             VALUE "  CONTROL CHANGE ".
018925     05  WS-RPT-CHG-ACTION       PIC X(07).
018930     05  FILLER                  PIC X(05) VALUE " CAT ".
018935     05  WS-RPT-CHG-CATEGORY     PIC X(01).
018940     05  FILLER                  PIC X(05) VALUE " THR ".
018945     05  WS-RPT-CHG-BEF-THRESH   PIC ZZZZ9.
018950     05  FILLER                  PIC X(01) VALUE ">".
018955     05  WS-RPT-CHG-AFT-THRESH   PIC ZZZZ9.
018960     05  FILLER                  PIC X(06) VALUE " BAND ".
018965     05  WS-RPT-CHG-BEF-BAND     PIC ZZ9.
018970     05  FILLER                  PIC X(01) VALUE ">".
018975     05  WS-RPT-CHG-AFT-BAND     PIC ZZ9.
018980     05  FILLER                  PIC X(04) VALUE " BY ".
018985     05  WS-RPT-CHG-CHANGED-BY   PIC X(08).
018990     05  FILLER                  PIC X(09) VALUE SPACES.
019000
019100 PROCEDURE DIVISION.
019200******************************************************************
023600         SET WS-FATAL-ERROR TO TRUE
023700         GO TO 1000-EXIT
023800     END-IF.
023810     OPEN INPUT CHANGE-LOG-IN.
023820     IF NOT WS-THRCLG-OK
023830         DISPLAY "THRDRIFT - OPEN ERROR ON CHANGE-LOG-IN "
023840             WS-THRCLG-STATUS
023850         SET WS-FATAL-ERROR TO TRUE
023860         GO TO 1000-EXIT
023870     END-IF.
023900     PERFORM 1050-LOAD-CONTROL-RECORD THRU 1050-EXIT.
024000     IF WS-FATAL-ERROR
024100         GO TO 1000-EXIT
024950     IF WS-FATAL-ERROR
024960         GO TO 1000-EXIT
024970     END-IF.
024974     IF WS-HST-COUNT > ZERO
024978         PERFORM 1310-READ-CHANGE-LOG THRU 1310-EXIT
024982         PERFORM 1350-STORE-CHANGE THRU 1350-EXIT
024986             UNTIL WS-CLG-EOF
024990     END-IF.
024994     CLOSE CHANGE-LOG-IN.
025000     MOVE WS-TOLERANCE-PCT TO WS-RPT-HDR-TOL.
025100     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
025200 1000-EXIT.
036700         TO WS-MTH-BUCKET (WS-MTH-COUNT WS-BKT-SUB).
036800 1260-EXIT.
036900     EXIT.
036902
036904******************************************************************
036906* 1310-READ-CHANGE-LOG - READ THE NEXT CONTROL-CARD CHANGE-LOG   *
036908*    RECORD                                                      *
036910******************************************************************
036912 1310-READ-CHANGE-LOG.
036914     READ CHANGE-LOG-IN
036916         AT END
036918             SET WS-CLG-EOF TO TRUE
036920     END-READ.
036922 1310-EXIT.
036924     EXIT.
036926
036928******************************************************************
036930* 1350-STORE-CHANGE - KEEP A LOGGED CHANGE THAT TOOK EFFECT      *
036932*    AFTER THE OLDEST RETAINED RUN AND NOT AFTER THE NEWEST.     *
036934*    CARD-LOAD ROWS AND GARBLED RECORDS ARE PASSED OVER; A FULL  *
036936*    TABLE COUNTS THE CHANGES IT COULD NOT HOLD.                 *
036938******************************************************************
036940 1350-STORE-CHANGE.
036942     IF THR-CLG-LOAD
036944         OR THR-CLG-EFF-DATE IS NOT NUMERIC
036946         GO TO 1350-NEXT
036948     END-IF.
036950     IF THR-CLG-EFF-DATE NOT > WS-HST-RUN-DATE (1)
036952         OR THR-CLG-EFF-DATE > WS-HST-RUN-DATE (WS-HST-COUNT)
036954         GO TO 1350-NEXT
036956     END-IF.
036958     IF WS-CHG-COUNT >= WS-CHG-TABLE-MAX
036960         ADD 1 TO WS-CHANGES-NOT-HELD
036962         GO TO 1350-NEXT
036964     END-IF.
036966     ADD 1 TO WS-CHG-COUNT.
036968     MOVE THR-CLG-EFF-DATE   TO WS-CHG-EFF-DATE (WS-CHG-COUNT).
036970     MOVE THR-CLG-ACTION     TO WS-CHG-ACTION (WS-CHG-COUNT).
036972     MOVE THR-CLG-CATEGORY   TO WS-CHG-CATEGORY (WS-CHG-COUNT).
036974     MOVE THR-CLG-BEF-THRESH TO WS-CHG-BEF-THRESH (WS-CHG-COUNT).
036976     MOVE THR-CLG-AFT-THRESH TO WS-CHG-AFT-THRESH (WS-CHG-COUNT).
036978     MOVE THR-CLG-BEF-BAND   TO WS-CHG-BEF-BAND (WS-CHG-COUNT).
036980     MOVE THR-CLG-AFT-BAND   TO WS-CHG-AFT-BAND (WS-CHG-COUNT).
036982     MOVE THR-CLG-CHANGED-BY
036984         TO WS-CHG-CHANGED-BY (WS-CHG-COUNT).
036986 1350-NEXT.
036988     PERFORM 1310-READ-CHANGE-LOG THRU 1310-EXIT.
036990 1350-EXIT.
036992     EXIT.
037000
037100******************************************************************
037200* 2000-REPORT-DAILY - PRINT EACH RUN'S PER-BUCKET SHARE OF       *
039000     PERFORM 2150-DAILY-ONE-BUCKET THRU 2150-EXIT
039100         VARYING WS-BKT-SUB FROM 1 BY 1
039200         UNTIL WS-BKT-SUB > 5.
039210     PERFORM 2200-LIST-RUN-CHANGE THRU 2200-EXIT
039220         VARYING WS-CHG-SUB FROM 1 BY 1
039230         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
039300 2100-EXIT.
039400     EXIT.
039500
041600     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
041700 2150-EXIT.
041800     EXIT.
041802
041804******************************************************************
041806* 2200-LIST-RUN-CHANGE - PRINT ONE LOGGED CONTROL-CARD CHANGE    *
041808*    IF IT TOOK EFFECT AFTER THE PRIOR RUN AND BY THIS ONE       *
041810******************************************************************
041812 2200-LIST-RUN-CHANGE.
041814     IF WS-CHG-EFF-DATE (WS-CHG-SUB)
041816             NOT > WS-HST-RUN-DATE (WS-RUN-SUB - 1)
041818         OR WS-CHG-EFF-DATE (WS-CHG-SUB)
041820             > WS-HST-RUN-DATE (WS-RUN-SUB)
041822         GO TO 2200-EXIT
041824     END-IF.
041826     EVALUATE WS-CHG-ACTION (WS-CHG-SUB)
041828         WHEN "A"
041830             MOVE "ADD"    TO WS-RPT-CHG-ACTION
041832         WHEN "R"
041834             MOVE "RETIRE" TO WS-RPT-CHG-ACTION
041836         WHEN OTHER
041838             MOVE "CHANGE" TO WS-RPT-CHG-ACTION
041840     END-EVALUATE.
041842     MOVE WS-CHG-CATEGORY (WS-CHG-SUB)   TO WS-RPT-CHG-CATEGORY.
041844     MOVE WS-CHG-BEF-THRESH (WS-CHG-SUB)
041846         TO WS-RPT-CHG-BEF-THRESH.
041848     MOVE WS-CHG-AFT-THRESH (WS-CHG-SUB)
041850         TO WS-RPT-CHG-AFT-THRESH.
041852     MOVE WS-CHG-BEF-BAND (WS-CHG-SUB)   TO WS-RPT-CHG-BEF-BAND.
041854     MOVE WS-CHG-AFT-BAND (WS-CHG-SUB)   TO WS-RPT-CHG-AFT-BAND.
041856     MOVE WS-CHG-CHANGED-BY (WS-CHG-SUB)
041858         TO WS-RPT-CHG-CHANGED-BY.
041860     WRITE WS-RPT-LINE FROM WS-RPT-CHANGE-LINE.
041862     ADD 1 TO WS-CHANGES-LISTED.
041864 2200-EXIT.
041866     EXIT.
041900
042000******************************************************************
042100* 3000-REPORT-MONTHLY - PRINT EACH MONTH'S PER-BUCKET SHARE OF   *
050700     MOVE "BUCKETS FLAGGED"      TO WS-RPT-COUNT-NAME.
050800     MOVE WS-DRIFTS-FLAGGED      TO WS-RPT-COUNT-CNT.
050900     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
050910     MOVE "CONTROL CHANGES LISTED" TO WS-RPT-COUNT-NAME.
050920     MOVE WS-CHANGES-LISTED      TO WS-RPT-COUNT-CNT.
050930     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
050940     MOVE "CHANGES NOT LISTED"   TO WS-RPT-COUNT-NAME.
050950     MOVE WS-CHANGES-NOT-HELD    TO WS-RPT-COUNT-CNT.
050960     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
051000 8000-EXIT.
051100     EXIT.
051200
