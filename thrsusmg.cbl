003100* 2026-09-02 DM  INITIAL VERSION.                                *
003110* 2026-09-02 DM  HELD AND RELEASED VALUES CARRIED AND PRINTED    *
003120*                SIGNED, MATCHING THE SIGNED THRXREC LAYOUT.     *
003130* 2026-10-15 DM  HELD ITEMS KEEP THE BRANCH TRANSACTION          *
003140*                REFERENCE, AND A RELEASED ITEM GOES OUT UNDER   *
003150*                IT FLAGGED AS A SUSPENSE RELEASE, SO THE        *
003160*                CLASSIFIER'S DUPLICATE CHECK PASSES IT.         *
003167* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
003174*                DATE INSTEAD OF THE SYSTEM CLOCK, AND THE AGE   *
003181*                LIMIT COUNTS BUSINESS DAYS OFF THE THRCAL       *
003188*                CALENDAR.                                       *
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
006600     SELECT SUSP-RPT    ASSIGN TO THRSRP
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-THRSRP-STATUS.
006810
006820     SELECT BUSDATE-IN  ASSIGN TO THRBDT
006830         ORGANIZATION IS SEQUENTIAL
006840         FILE STATUS IS WS-THRBDT-STATUS.
006848
006856     SELECT CALENDAR-MST ASSIGN TO THRCAL
006864         ORGANIZATION IS INDEXED
006872         ACCESS MODE IS RANDOM
006880         RECORD KEY IS THR-CAL-KEY
006888         FILE STATUS IS WS-THRCAL-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007900                            THR-ACCT-NAME  BY THR-SUS-ACCT-NAME
008000                       THR-ACCT-BRANCH BY THR-SUS-ACCT-BRANCH
008100                 THR-ACCT-CATEGORY BY THR-SUS-ACCT-CATEGORY
008200                            THR-TXN-COUNT  BY THR-SUS-TXN-COUNT
008201                            THR-TXN-REF    BY THR-SUS-TXN-REF
008202                            THR-TXN-DATE   BY THR-SUS-TXN-DATE
008203                            THR-TXN-SEQ    BY THR-SUS-TXN-SEQ
008204                            THR-RESUB-SW   BY THR-SUS-RESUB-SW
008205                          THR-RESUB-REPAIR BY THR-SUS-RESUB-REPAIR
008206                     THR-RESUB-SUSPENSE BY THR-SUS-RESUB-SUSPENSE.
008300
008400 FD  HOLD-IN
008500     RECORDING MODE IS F
009200                    THR-SHL-ACCT-BRANCH   BY THR-SHI-ACCT-BRANCH
009300                  THR-SHL-ACCT-CATEGORY BY THR-SHI-ACCT-CATEGORY
009400                    THR-SHL-TXN-COUNT     BY THR-SHI-TXN-COUNT
009500                    THR-SHL-HELD-DATE     BY THR-SHI-HELD-DATE
009501                    THR-SHL-TXN-REF       BY THR-SHI-TXN-REF
009502                    THR-SHL-TXN-DATE      BY THR-SHI-TXN-DATE
009503                    THR-SHL-TXN-SEQ       BY THR-SHI-TXN-SEQ.
009600
009700 FD  SUSP-CTL
009800     RECORDING MODE IS F
011600                            THR-ACCT-NAME  BY THR-RSB-ACCT-NAME
011700                       THR-ACCT-BRANCH BY THR-RSB-ACCT-BRANCH
011800                 THR-ACCT-CATEGORY BY THR-RSB-ACCT-CATEGORY
011900                            THR-TXN-COUNT  BY THR-RSB-TXN-COUNT
011901                            THR-TXN-REF    BY THR-RSB-TXN-REF
011902                            THR-TXN-DATE   BY THR-RSB-TXN-DATE
011903                            THR-TXN-SEQ    BY THR-RSB-TXN-SEQ
011904                            THR-RESUB-SW   BY THR-RSB-RESUB-SW
011905                          THR-RESUB-REPAIR BY THR-RSB-RESUB-REPAIR
011906                     THR-RESUB-SUSPENSE BY THR-RSB-RESUB-SUSPENSE.
012000
012100 FD  HOLD-OUT
012200     RECORDING MODE IS F
012900                    THR-SHL-ACCT-BRANCH   BY THR-SHO-ACCT-BRANCH
013000                  THR-SHL-ACCT-CATEGORY BY THR-SHO-ACCT-CATEGORY
013100                    THR-SHL-TXN-COUNT     BY THR-SHO-TXN-COUNT
013200                    THR-SHL-HELD-DATE     BY THR-SHO-HELD-DATE
013201                    THR-SHL-TXN-REF       BY THR-SHO-TXN-REF
013202                    THR-SHL-TXN-DATE      BY THR-SHO-TXN-DATE
013203                    THR-SHL-TXN-SEQ       BY THR-SHO-TXN-SEQ.
013300
013400 FD  SUSP-RPT
013500     RECORDING MODE IS F
013600     LABEL RECORDS ARE STANDARD.
013700 01  WS-RPT-LINE                 PIC X(80).
013710
013720 FD  BUSDATE-IN
013730     RECORDING MODE IS F
013740     LABEL RECORDS ARE STANDARD.
013750     COPY THRBDTR.
013758
013766 FD  CALENDAR-MST
013774     RECORDING MODE IS F
013782     LABEL RECORDS ARE STANDARD.
013790     COPY THRCALR.
013800
013900 WORKING-STORAGE SECTION.
014000******************************************************************
015500         88  WS-THRSHO-OK                   VALUE "00".
015600     05  WS-THRSRP-STATUS        PIC X(02) VALUE "00".
015700         88  WS-THRSRP-OK                   VALUE "00".
015710     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
015720         88  WS-THRBDT-OK                   VALUE "00".
015730     05  WS-THRCAL-STATUS        PIC X(02) VALUE "00".
015740         88  WS-THRCAL-OK                   VALUE "00".
015800
015900******************************************************************
016000*    PROGRAM SWITCHES                                           *
018800                    THR-SHL-ACCT-BRANCH   BY WS-WORK-ACCT-BRANCH
018900                  THR-SHL-ACCT-CATEGORY BY WS-WORK-ACCT-CATEGORY
019000                    THR-SHL-TXN-COUNT     BY WS-WORK-TXN-COUNT
019100                    THR-SHL-HELD-DATE     BY WS-WORK-HELD-DATE
019101                    THR-SHL-TXN-REF       BY WS-WORK-TXN-REF
019102                    THR-SHL-TXN-DATE      BY WS-WORK-TXN-DATE
019103                    THR-SHL-TXN-SEQ       BY WS-WORK-TXN-SEQ.
019200
019300******************************************************************
019400*    RUN-TOTAL COUNTERS FOR THE FOLLOW-UP REPORT                *
020200
020300******************************************************************
020400*    RUN DATE AND AGED-HOLD CUTOFF DATE (RUN DATE MINUS THE     *
020500*    CONTROL-CARD AGE LIMIT IN BUSINESS DAYS, STEPPED BACK OVER *
020550*    THE THRCAL CALENDAR ONE DAY AT A TIME)                     *
020600******************************************************************
020700 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08).
020800 01  WS-CUTOFF-DATE.
031800         GO TO 1000-EXIT
031900     END-IF.
032000     CLOSE SUSP-CTL.
032100     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
032110     IF WS-FATAL-ERROR
032120         GO TO 1000-EXIT
032130     END-IF.
032200     MOVE WS-RUN-DATE-CCYYMMDD TO WS-CUTOFF-DATE-N.
032300     PERFORM 1250-COMPUTE-CUTOFF THRU 1250-EXIT.
032310     IF WS-FATAL-ERROR
032320         GO TO 1000-EXIT
032330     END-IF.
032500     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
032600     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
032700     PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT.
032800     PERFORM 1200-READ-HELD THRU 1200-EXIT.
032900 1000-EXIT.
033000     EXIT.
033003
033006******************************************************************
033009* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
033012*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
033015******************************************************************
033018 1010-READ-BUSINESS-DATE.
033021     OPEN INPUT BUSDATE-IN.
033024     IF NOT WS-THRBDT-OK
033027         DISPLAY "THRSUSMG - OPEN ERROR ON BUSDATE-IN "
033030             WS-THRBDT-STATUS
033033         SET WS-FATAL-ERROR TO TRUE
033036         GO TO 1010-EXIT
033039     END-IF.
033042     READ BUSDATE-IN
033045         AT END
033048             MOVE ZERO TO THR-BDT-BUS-DATE
033051     END-READ.
033054     IF THR-BDT-BUS-DATE IS NOT NUMERIC
033057         OR THR-BDT-BUS-DATE = ZERO
033060         DISPLAY "THRSUSMG - NO BUSINESS DATE ON BUSDATE-IN"
033063         SET WS-FATAL-ERROR TO TRUE
033066     ELSE
033069         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
033072     END-IF.
033075     CLOSE BUSDATE-IN.
033078 1010-EXIT.
033081     EXIT.
033100
033200******************************************************************
033300* 1050-LOAD-CONTROL-RECORD - READ THE ONE-TIME AGE LIMIT PARM   *
037700 1200-EXIT.
037800     EXIT.
037900
037902******************************************************************
037904* 1250-COMPUTE-CUTOFF - STEP THE CUTOFF DATE BACK FROM THE RUN   *
037906*    DATE BY THE AGE LIMIT IN BUSINESS DAYS                      *
037908******************************************************************
037910 1250-COMPUTE-CUTOFF.
037912     OPEN INPUT CALENDAR-MST.
037914     IF NOT WS-THRCAL-OK
037916         DISPLAY "THRSUSMG - OPEN ERROR ON CALENDAR-MST "
037918             WS-THRCAL-STATUS
037920         SET WS-FATAL-ERROR TO TRUE
037922         GO TO 1250-EXIT
037924     END-IF.
037926     PERFORM 1260-BACK-ONE-BUSINESS-DAY THRU 1260-EXIT
037928         WS-AGE-LIMIT-DAYS TIMES.
037930     CLOSE CALENDAR-MST.
037932 1250-EXIT.
037934     EXIT.
037936
037938******************************************************************
037940* 1260-BACK-ONE-BUSINESS-DAY - STEP THE CUTOFF DATE BACK TO THE  *
037942*    PREVIOUS BUSINESS DAY, PASSING OVER WEEKENDS AND HOLIDAYS.  *
037944*    A DATE THE CALENDAR DOES NOT COVER COUNTS AS A BUSINESS DAY *
037946*    SO THE CUTOFF STILL MOVES.                                  *
037948******************************************************************
037950 1260-BACK-ONE-BUSINESS-DAY.
037952     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT.
037954     MOVE WS-CUTOFF-DATE-N TO THR-CAL-DATE.
037956     READ CALENDAR-MST
037958         INVALID KEY
037960             GO TO 1260-EXIT
037962     END-READ.
037964     IF NOT THR-CAL-BUSINESS-DAY
037966         GO TO 1260-BACK-ONE-BUSINESS-DAY
037968     END-IF.
037970 1260-EXIT.
037972     EXIT.
037974
038000******************************************************************
038100* 1300-BACK-ONE-DAY - STEP THE CUTOFF DATE BACK ONE CALENDAR    *
038200*    DAY, HONOURING MONTH LENGTHS AND LEAP YEARS                *
043700     MOVE THR-SUS-ACCT-CATEGORY
043800                              TO WS-WORK-ACCT-CATEGORY.
043900     MOVE THR-SUS-TXN-COUNT   TO WS-WORK-TXN-COUNT.
043950     MOVE THR-SUS-TXN-REF     TO WS-WORK-TXN-REF.
044000     MOVE WS-RUN-DATE-CCYYMMDD TO WS-WORK-HELD-DATE.
044100     PERFORM 5000-VET-HELD-ITEM THRU 5000-EXIT.
044200     PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT.
048900     MOVE WS-WORK-ACCT-ID TO THR-RSB-ACCT-ID.
049000     MOVE WS-WORK-VALUE   TO THR-RSB-VALUE.
049100     MOVE SPACES          TO THR-RSB-CLASS-CODE.
049110     MOVE WS-WORK-TXN-REF TO THR-RSB-TXN-REF.
049120     SET THR-RSB-RESUB-SUSPENSE TO TRUE.
049200     WRITE THR-RSB-RECORD.
049300     ADD 1 TO WS-RELEASED.
049400     MOVE WS-WORK-ACCT-ID   TO WS-RPT-ACCT-ID.
