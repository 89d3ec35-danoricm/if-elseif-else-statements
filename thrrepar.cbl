002520*                SIGNED, MATCHING THE THRXREC/THRCORR LAYOUTS,   *
002530*                SO A CREDIT OR REVERSAL CAN BE KEYED AS A       *
002540*                REPLACEMENT VALUE.                              *
002550* 2026-10-15 DM  RESUBMISSIONS NOW CARRY THE ORIGINAL BRANCH     *
002560*                TRANSACTION REFERENCE AND ARE FLAGGED AS        *
002570*                REPAIRS, SO THE CLASSIFIER'S DUPLICATE CHECK    *
002580*                PASSES THEM.  A DUPLICATE-SUBMISSION REJECT     *
002590*                (REASON 04) CAN BE RELEASED UNCHANGED WITH      *
002591*                ACTION "R", OR CONFIRMED AND DROPPED WITH       *
002592*                ACTION "D".                                     *
002593* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
002594*                DATE INSTEAD OF THE SYSTEM CLOCK, AND THE AGE   *
002595*                LIMIT COUNTS BUSINESS DAYS OFF THE THRCAL       *
002596*                CALENDAR.                                       *
002597* 2026-10-15 DM  ACTION "R" RESTORES THE REJECTED VALUE THROUGH  *
002598*                THE SIGNED THR-REJ-VALUE VIEW, SO A CREDIT IS   *
002599*                RELEASED AS A CREDIT.                           *
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
005400     SELECT REPAIR-RPT  ASSIGN TO THRRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-THRRPT-STATUS.
005610
005620     SELECT BUSDATE-IN  ASSIGN TO THRBDT
005630         ORGANIZATION IS SEQUENTIAL
005640         FILE STATUS IS WS-THRBDT-STATUS.
005648
005656     SELECT CALENDAR-MST ASSIGN TO THRCAL
005664         ORGANIZATION IS INDEXED
005672         ACCESS MODE IS RANDOM
005680         RECORD KEY IS THR-CAL-KEY
005688         FILE STATUS IS WS-THRCAL-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
008310                            THR-ACCT-NAME  BY THR-RSB-ACCT-NAME
008320                       THR-ACCT-BRANCH BY THR-RSB-ACCT-BRANCH
008330                 THR-ACCT-CATEGORY BY THR-RSB-ACCT-CATEGORY
008340                            THR-TXN-COUNT  BY THR-RSB-TXN-COUNT
008341                            THR-TXN-REF    BY THR-RSB-TXN-REF
008342                            THR-TXN-DATE   BY THR-RSB-TXN-DATE
008343                            THR-TXN-SEQ    BY THR-RSB-TXN-SEQ
008344                            THR-RESUB-SW   BY THR-RSB-RESUB-SW
008345                          THR-RESUB-REPAIR BY THR-RSB-RESUB-REPAIR
008346                     THR-RESUB-SUSPENSE BY THR-RSB-RESUB-SUSPENSE.
008400
008500 FD  REJECT-OUT
008600     RECORDING MODE IS F
008800     COPY THRREJR REPLACING THR-REJ-RECORD BY THR-REJO-RECORD
008810                    THR-REJ-ACCT-ID     BY THR-REJO-ACCT-ID
008820                    THR-REJ-VALUE-RAW   BY THR-REJO-VALUE-RAW
008825                    THR-REJ-VALUE       BY THR-REJO-VALUE
008830                    THR-REJ-REASON-CODE BY THR-REJO-REASON-CODE
008840                    THR-REJ-TIMESTAMP   BY THR-REJO-TIMESTAMP
008850                    THR-REJ-TS-DATE     BY THR-REJO-TS-DATE
008860                    THR-REJ-TS-TIME     BY THR-REJO-TS-TIME
008861                    THR-REJ-TXN-REF     BY THR-REJO-TXN-REF
008862                    THR-REJ-TXN-DATE    BY THR-REJO-TXN-DATE
008863                    THR-REJ-TXN-SEQ     BY THR-REJO-TXN-SEQ.
008900
009000 FD  REPAIR-RPT
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  WS-RPT-LINE                 PIC X(80).
009310
009320 FD  BUSDATE-IN
009330     RECORDING MODE IS F
009340     LABEL RECORDS ARE STANDARD.
009350     COPY THRBDTR.
009358
009366 FD  CALENDAR-MST
009374     RECORDING MODE IS F
009382     LABEL RECORDS ARE STANDARD.
009390     COPY THRCALR.
009400
009500 WORKING-STORAGE SECTION.
009600******************************************************************
011000         88  WS-THRREJO-OK                  VALUE "00".
011100     05  WS-THRRPT-STATUS        PIC X(02) VALUE "00".
011200         88  WS-THRRPT-OK                   VALUE "00".
011210     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
011220         88  WS-THRBDT-OK                   VALUE "00".
011230     05  WS-THRCAL-STATUS        PIC X(02) VALUE "00".
011240         88  WS-THRCAL-OK                   VALUE "00".
011300
011400******************************************************************
011500*    PROGRAM SWITCHES                                           *
015700     05  WS-REJECTS-AGED         PIC 9(09) COMP VALUE ZERO.
015800     05  WS-COR-UNMATCHED        PIC 9(09) COMP VALUE ZERO.
015900     05  WS-COR-INVALID          PIC 9(09) COMP VALUE ZERO.
015950     05  WS-DUPS-DROPPED         PIC 9(09) COMP VALUE ZERO.
016000
016100******************************************************************
016200*    RUN DATE AND AGED-REJECT CUTOFF DATE (RUN DATE MINUS THE    *
016300*    CONTROL-CARD AGE LIMIT IN BUSINESS DAYS, STEPPED BACK OVER  *
016350*    THE THRCAL CALENDAR ONE DAY AT A TIME)                      *
016400******************************************************************
016500 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08).
016600 01  WS-CUTOFF-DATE.
027200         GO TO 1000-EXIT
027300     END-IF.
027400     CLOSE CORRECT-IN.
027500     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
027510     IF WS-FATAL-ERROR
027520         GO TO 1000-EXIT
027530     END-IF.
027600     MOVE WS-RUN-DATE-CCYYMMDD TO WS-CUTOFF-DATE-N.
027700     PERFORM 1250-COMPUTE-CUTOFF THRU 1250-EXIT.
027710     IF WS-FATAL-ERROR
027720         GO TO 1000-EXIT
027730     END-IF.
027900     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
028000     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
028100     PERFORM 1100-READ-REJECT THRU 1100-EXIT.
028200 1000-EXIT.
028300     EXIT.
028303
028306******************************************************************
028309* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
028312*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
028315******************************************************************
028318 1010-READ-BUSINESS-DATE.
028321     OPEN INPUT BUSDATE-IN.
028324     IF NOT WS-THRBDT-OK
028327         DISPLAY "THRREPAR - OPEN ERROR ON BUSDATE-IN "
028330             WS-THRBDT-STATUS
028333         SET WS-FATAL-ERROR TO TRUE
028336         GO TO 1010-EXIT
028339     END-IF.
028342     READ BUSDATE-IN
028345         AT END
028348             MOVE ZERO TO THR-BDT-BUS-DATE
028351     END-READ.
028354     IF THR-BDT-BUS-DATE IS NOT NUMERIC
028357         OR THR-BDT-BUS-DATE = ZERO
028360         DISPLAY "THRREPAR - NO BUSINESS DATE ON BUSDATE-IN"
028363         SET WS-FATAL-ERROR TO TRUE
028366     ELSE
028369         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
028372     END-IF.
028375     CLOSE BUSDATE-IN.
028378 1010-EXIT.
028381     EXIT.
028400
028500******************************************************************
028600* 1050-LOAD-CONTROL-RECORD - READ THE ONE-TIME AGE LIMIT PARM    *
036000 1100-EXIT.
036100     EXIT.
036200
036202******************************************************************
036204* 1250-COMPUTE-CUTOFF - STEP THE CUTOFF DATE BACK FROM THE RUN   *
036206*    DATE BY THE AGE LIMIT IN BUSINESS DAYS                      *
036208******************************************************************
036210 1250-COMPUTE-CUTOFF.
036212     OPEN INPUT CALENDAR-MST.
036214     IF NOT WS-THRCAL-OK
036216         DISPLAY "THRREPAR - OPEN ERROR ON CALENDAR-MST "
036218             WS-THRCAL-STATUS
036220         SET WS-FATAL-ERROR TO TRUE
036222         GO TO 1250-EXIT
036224     END-IF.
036226     PERFORM 1260-BACK-ONE-BUSINESS-DAY THRU 1260-EXIT
036228         WS-AGE-LIMIT-DAYS TIMES.
036230     CLOSE CALENDAR-MST.
036232 1250-EXIT.
036234     EXIT.
036236
036238******************************************************************
036240* 1260-BACK-ONE-BUSINESS-DAY - STEP THE CUTOFF DATE BACK TO THE  *
036242*    PREVIOUS BUSINESS DAY, PASSING OVER WEEKENDS AND HOLIDAYS.  *
036244*    A DATE THE CALENDAR DOES NOT COVER COUNTS AS A BUSINESS DAY *
036246*    SO THE CUTOFF STILL MOVES.                                  *
036248******************************************************************
036250 1260-BACK-ONE-BUSINESS-DAY.
036252     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT.
036254     MOVE WS-CUTOFF-DATE-N TO THR-CAL-DATE.
036256     READ CALENDAR-MST
036258         INVALID KEY
036260             GO TO 1260-EXIT
036262     END-READ.
036264     IF NOT THR-CAL-BUSINESS-DAY
036266         GO TO 1260-BACK-ONE-BUSINESS-DAY
036268     END-IF.
036270 1260-EXIT.
036272     EXIT.
036274
036300******************************************************************
036400* 1300-BACK-ONE-DAY - STEP THE CUTOFF DATE BACK ONE CALENDAR     *
036500*    DAY, HONOURING MONTH LENGTHS AND LEAP YEARS                 *
041200******************************************************************
041300 2000-PROCESS-REJECT.
041400     PERFORM 2100-FIND-CORRECTION THRU 2100-EXIT.
041500     IF WS-COR-FOUND AND WS-COR-ACTION (COR-IDX) = "D"
041550         PERFORM 2300-DROP-DUPLICATE THRU 2300-EXIT
041560     ELSE IF WS-COR-FOUND
041600         PERFORM 2200-WRITE-RESUBMISSION THRU 2200-EXIT
041700     ELSE
041800         PERFORM 2400-CARRY-REJECT THRU 2400-EXIT
045020*    REPLACEMENT VALUE, AND A REJECT WHOSE ACCOUNT ID WAS THE    *
045030*    PROBLEM (REASON 03) MUST GET A REPLACEMENT ACCOUNT, OR THE  *
045040*    RESUBMISSION WOULD ONLY REJECT AGAIN ON THE NEXT CLASSIFY   *
045050*    RUN.  RELEASE-UNCHANGED ("R") AND DROP ("D") APPLY ONLY TO  *
045060*    A DUPLICATE SUBMISSION (REASON 04), WHICH MAY ALSO TAKE A   *
045070*    REPLACEMENT VALUE OR ACCOUNT LIKE ANY OTHER REJECT.         *
045100******************************************************************
045200 2150-VET-CORRECTION.
045250     MOVE "Y" TO WS-COR-USED-SW (COR-IDX).
045298         ADD 1 TO WS-COR-INVALID
045299         GO TO 2150-EXIT
045300     END-IF.
045302     IF (WS-COR-ACTION (COR-IDX) = "R" OR "D")
045304         AND THR-REJ-REASON-CODE NOT = "04"
045306         ADD 1 TO WS-COR-INVALID
045308         GO TO 2150-EXIT
045309     END-IF.
045310     EVALUATE WS-COR-ACTION (COR-IDX)
045400         WHEN "V"
045500         WHEN "B"
045800                 GO TO 2150-EXIT
045900             END-IF
046000         WHEN "A"
046050         WHEN "R"
046070         WHEN "D"
046100             CONTINUE
046200         WHEN OTHER
046300             ADD 1 TO WS-COR-INVALID
048000 2200-WRITE-RESUBMISSION.
048100     MOVE SPACES TO THR-RSB-RECORD.
048200     MOVE THR-REJ-ACCT-ID TO THR-RSB-ACCT-ID.
048300     IF THR-REJ-VALUE IS NUMERIC
048400         MOVE THR-REJ-VALUE TO THR-RSB-VALUE
048500     ELSE
048600         MOVE ZERO TO THR-RSB-VALUE
048700     END-IF.
049200         MOVE WS-COR-ACCT-NEW (COR-IDX) TO THR-RSB-ACCT-ID
049300     END-IF.
049400     MOVE SPACES TO THR-RSB-CLASS-CODE.
049410     MOVE THR-REJ-TXN-REF TO THR-RSB-TXN-REF.
049420     SET THR-RSB-RESUB-REPAIR TO TRUE.
049500     WRITE THR-RSB-RECORD.
049700     ADD 1 TO WS-REJECTS-REPAIRED.
049800     MOVE THR-REJ-ACCT-ID     TO WS-RPT-ACCT-ID.
050300     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
050400 2200-EXIT.
050500     EXIT.
050502
050504******************************************************************
050506* 2300-DROP-DUPLICATE - THE DESK HAS CONFIRMED A DUPLICATE-      *
050508*    SUBMISSION REJECT AS A TRUE REPEAT OF A TRANSACTION ALREADY *
050510*    CLASSIFIED - REPORT IT AND LET IT FALL OFF THE REJECT FILE  *
050512******************************************************************
050514 2300-DROP-DUPLICATE.
050516     ADD 1 TO WS-DUPS-DROPPED.
050518     MOVE THR-REJ-ACCT-ID     TO WS-RPT-ACCT-ID.
050520     MOVE THR-REJ-TS-DATE     TO WS-RPT-REJ-DATE.
050522     MOVE THR-REJ-REASON-CODE TO WS-RPT-REASON.
050524     MOVE "DUPLICATE CONFIRMED - DROPPED"
050526         TO WS-RPT-DISPOSITION.
050528     WRITE WS-RPT-LINE FROM WS-RPT-DETAIL-LINE.
050530 2300-EXIT.
050532     EXIT.
050600
050700******************************************************************
050800* 2400-CARRY-REJECT - NO USABLE CORRECTION - CARRY THE REJECT    *
055200     MOVE "CORRECTIONS UNUSABLE" TO WS-RPT-COUNT-NAME.
055300     MOVE WS-COR-INVALID         TO WS-RPT-COUNT-CNT.
055400     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
055410     MOVE "DUPLICATES DROPPED"   TO WS-RPT-COUNT-NAME.
055420     MOVE WS-DUPS-DROPPED        TO WS-RPT-COUNT-CNT.
055430     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
055500 8000-EXIT.
055600     EXIT.
055700
