003573*                RUN RE-SORTS THE FILE AND SKIPS PAST THE        *
003574*                ACCOUNTS THE FAILED ATTEMPT ALREADY WROTE,      *
003575*                SUPPRESSING DUPLICATE REJECT-FILE WRITES.       *
003576* 2026-10-15 DM  ADDED DUPLICATE-SUBMISSION DETECTION.  EVERY    *
003577*                ACCEPTED TRANSACTION IS RECORDED ON THE THRESH- *
003578*                DUP KSDS BY ACCOUNT AND BRANCH TRANSACTION      *
003579*                REFERENCE; A REPEAT WITHIN THE THRESH-DPC       *
003580*                RETENTION PERIOD IS REJECTED WITH REASON 04 AND *
003581*                COUNTED ON ITS OWN SUMMARY, RECONCILIATION,     *
003582*                CHECKPOINT AND HISTORY LINE.  RECORDS RELEASED  *
003583*                BY THRREPAR OR THRSUSMG BYPASS THE CHECK.       *
003584* 2026-10-15 DM  THE RUN DATE AND THE AUDIT, REJECT AND HISTORY  *
003585*                DATES NOW COME FROM THE THRBDT BUSINESS DATE    *
003586*                INSTEAD OF THE SYSTEM CLOCK, WHICH STILL GIVES  *
003587*                THE TIME OF DAY.                                *
003588* 2026-10-15 DM  EVERY AUDIT RECORD IS ALSO WRITTEN TO THE       *
003589*                THRESH-AKY KEYED AUDIT TRAIL (THRAKYR), KEYED   *
003590*                ON ACCOUNT AND TIMESTAMP, SO ACCOUNT- AND DATE- *
003591*                BOUNDED AUDIT REQUESTS NO LONGER READ THE WHOLE *
003592*                TRAIL.                                          *
003593* 2026-10-15 DM  ACCOUNT LOOKUP, CONTROL-ROW SELECTION AND BAND  *
003594*                CLASSIFICATION MOVED TO THE THRCLSFY SERVICE,   *
003595*                WHICH NOW OWNS THE THRCTL AND THRACT FILES.     *
003596*                THE CONTROL TABLE HERE IS LOADED FROM THRCLSFY  *
003597*                AND ONLY CARRIES THE PER-CATEGORY COUNTERS.     *
003598* 2026-10-15 DM  A REJECT RECORD'S RAW VALUE NOW KEEPS THE       *
003599*                SIGNED VALUE BYTES AS READ, SO A CREDIT         *
003600*                RELEASED BY THRREPAR COMES BACK AS A CREDIT.    *
003610******************************************************************
003620
003650 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-THRIN-STATUS.
004500
005000     SELECT THRESH-SUM  ASSIGN TO THRSUM
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-THRSUM-STATUS.
005400     SELECT THRESH-AUD  ASSIGN TO THRAUD
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-THRAUD-STATUS.
005610
005620     SELECT THRESH-AKY  ASSIGN TO THRAKY
005630         ORGANIZATION IS INDEXED
005640         ACCESS MODE IS DYNAMIC
005650         RECORD KEY IS THR-AKY-KEY
005660         FILE STATUS IS WS-THRAKY-STATUS.
005700
005800     SELECT THRESH-CKP  ASSIGN TO THRCKP
005850         ORGANIZATION IS RELATIVE
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-THRREJ-STATUS.
007210
007280     SELECT THRESH-SUS  ASSIGN TO THRSUS
007285         ORGANIZATION IS SEQUENTIAL
007290         FILE STATUS IS WS-THRSUS-STATUS.
007295
007300     SELECT THRESH-HST  ASSIGN TO THRHST
007305         ORGANIZATION IS SEQUENTIAL
007310         FILE STATUS IS WS-THRHST-STATUS.
007315
007320     SELECT THRESH-DUP  ASSIGN TO THRDUP
007325         ORGANIZATION IS INDEXED
007330         ACCESS MODE IS DYNAMIC
007335         RECORD KEY IS THR-DUP-KEY
007340         FILE STATUS IS WS-THRDUP-STATUS.
007345
007350     SELECT THRESH-DPC  ASSIGN TO THRDPC
007355         ORGANIZATION IS SEQUENTIAL
007360         FILE STATUS IS WS-THRDPC-STATUS.
007365
007370     SELECT BUSDATE-IN  ASSIGN TO THRBDT
007375         ORGANIZATION IS SEQUENTIAL
007380         FILE STATUS IS WS-THRBDT-STATUS.
007385
007390     SELECT SORT-FILE   ASSIGN TO SORTWK.
007395
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  THRESH-IN
007800     LABEL RECORDS ARE STANDARD.
007900     COPY THRXREC.
008000
008600 FD  THRESH-SUM
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY THRAUDR.
009310
009320 FD  THRESH-AKY
009330     RECORDING MODE IS F
009340     LABEL RECORDS ARE STANDARD.
009350     COPY THRAKYR.
009400
009500 FD  THRESH-CKP
009600     RECORDING MODE IS F
010610                            THR-ACCT-NAME  BY THR-BLW-ACCT-NAME
010620                       THR-ACCT-BRANCH BY THR-BLW-ACCT-BRANCH
010630                 THR-ACCT-CATEGORY BY THR-BLW-ACCT-CATEGORY
010640                            THR-TXN-COUNT  BY THR-BLW-TXN-COUNT
010641                            THR-TXN-REF    BY THR-BLW-TXN-REF
010642                            THR-TXN-DATE   BY THR-BLW-TXN-DATE
010643                            THR-TXN-SEQ    BY THR-BLW-TXN-SEQ
010644                            THR-RESUB-SW   BY THR-BLW-RESUB-SW
010645                          THR-RESUB-REPAIR BY THR-BLW-RESUB-REPAIR
010646                     THR-RESUB-SUSPENSE BY THR-BLW-RESUB-SUSPENSE.
010700
010800 FD  THRESH-ABV
010900     RECORDING MODE IS F
011410                            THR-ACCT-NAME  BY THR-ABV-ACCT-NAME
011420                       THR-ACCT-BRANCH BY THR-ABV-ACCT-BRANCH
011430                 THR-ACCT-CATEGORY BY THR-ABV-ACCT-CATEGORY
011440                            THR-TXN-COUNT  BY THR-ABV-TXN-COUNT
011441                            THR-TXN-REF    BY THR-ABV-TXN-REF
011442                            THR-TXN-DATE   BY THR-ABV-TXN-DATE
011443                            THR-TXN-SEQ    BY THR-ABV-TXN-SEQ
011444                            THR-RESUB-SW   BY THR-ABV-RESUB-SW
011445                          THR-RESUB-REPAIR BY THR-ABV-RESUB-REPAIR
011446                     THR-RESUB-SUSPENSE BY THR-ABV-RESUB-SUSPENSE.
011500
011600 FD  THRESH-REJ
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900     COPY THRREJR.
011910
011970 FD  THRESH-SUS
011975     RECORDING MODE IS F
011980     LABEL RECORDS ARE STANDARD.
011985     COPY THRXREC REPLACING THR-RECORD    BY THR-SUS-RECORD
011986                            THR-ACCT-ID    BY THR-SUS-ACCT-ID
011987                            THR-VALUE      BY THR-SUS-VALUE
011988                            THR-CLASS-CODE BY THR-SUS-CLASS-CODE
011989                            THR-ACCT-NAME  BY THR-SUS-ACCT-NAME
011990                       THR-ACCT-BRANCH BY THR-SUS-ACCT-BRANCH
011991                 THR-ACCT-CATEGORY BY THR-SUS-ACCT-CATEGORY
011992                            THR-TXN-COUNT  BY THR-SUS-TXN-COUNT
011993                            THR-TXN-REF    BY THR-SUS-TXN-REF
011994                            THR-TXN-DATE   BY THR-SUS-TXN-DATE
011995                            THR-TXN-SEQ    BY THR-SUS-TXN-SEQ
011996                            THR-RESUB-SW   BY THR-SUS-RESUB-SW
011997                          THR-RESUB-REPAIR BY THR-SUS-RESUB-REPAIR
011998                     THR-RESUB-SUSPENSE BY THR-SUS-RESUB-SUSPENSE.
012000
012010 FD  THRESH-HST
012020     RECORDING MODE IS F
012030     LABEL RECORDS ARE STANDARD.
012040     COPY THRHSTR.
012050
012051 FD  THRESH-DUP
012053     RECORDING MODE IS F
012055     LABEL RECORDS ARE STANDARD.
012057     COPY THRDUPR.
012059
012061 FD  THRESH-DPC
012063     RECORDING MODE IS F
012065     LABEL RECORDS ARE STANDARD.
012067 01  DPC-RECORD.
012069     05  DPC-RETAIN-DAYS         PIC 9(03).
012071     05  FILLER                  PIC X(77).
012073
012075 FD  BUSDATE-IN
012077     RECORDING MODE IS F
012079     LABEL RECORDS ARE STANDARD.
012081     COPY THRBDTR.
012083
012085 SD  SORT-FILE.
012087 01  SRT-RECORD.
012089     05  SRT-ACCT-ID             PIC X(10).
012091     05  SRT-VALUE               PIC S9(05).
012093
012100 WORKING-STORAGE SECTION.
012200******************************************************************
012300*    FILE STATUS FIELDS                                         *
012600     05  WS-THRIN-STATUS         PIC X(02) VALUE "00".
012700         88  WS-THRIN-OK                    VALUE "00".
012800         88  WS-THRIN-EOF                   VALUE "10".
013100     05  WS-THRSUM-STATUS        PIC X(02) VALUE "00".
013200         88  WS-THRSUM-OK                   VALUE "00".
013300     05  WS-THRAUD-STATUS        PIC X(02) VALUE "00".
013400         88  WS-THRAUD-OK                   VALUE "00".
013410     05  WS-THRAKY-STATUS        PIC X(02) VALUE "00".
013420         88  WS-THRAKY-OK                   VALUE "00".
013430         88  WS-THRAKY-DUP-KEY              VALUE "22".
013440         88  WS-THRAKY-NOT-FOUND            VALUE "35".
013500     05  WS-THRCKP-STATUS        PIC X(02) VALUE "00".
013600         88  WS-THRCKP-OK                   VALUE "00".
013700         88  WS-THRCKP-NOT-FOUND            VALUE "35".
014100         88  WS-THRABV-OK                   VALUE "00".
014200     05  WS-THRREJ-STATUS        PIC X(02) VALUE "00".
014300         88  WS-THRREJ-OK                   VALUE "00".
014340     05  WS-THRSUS-STATUS        PIC X(02) VALUE "00".
014350         88  WS-THRSUS-OK                   VALUE "00".
014360     05  WS-THRHST-STATUS        PIC X(02) VALUE "00".
014370         88  WS-THRHST-OK                   VALUE "00".
014380     05  WS-THRDUP-STATUS        PIC X(02) VALUE "00".
014382         88  WS-THRDUP-OK                   VALUE "00".
014384         88  WS-THRDUP-NOT-FOUND            VALUE "35".
014386     05  WS-THRDPC-STATUS        PIC X(02) VALUE "00".
014388         88  WS-THRDPC-OK                   VALUE "00".
014390     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
014392         88  WS-THRBDT-OK                   VALUE "00".
014400
014500******************************************************************
014600*    PROGRAM SWITCHES                                           *
015000         88  WS-EOF                         VALUE "Y".
015100     05  WS-RESTART-SW           PIC X(01) VALUE "N".
015200         88  WS-RESTART-MODE                VALUE "Y".
015300     05  WS-VALID-RECORD-SW      PIC X(01) VALUE "Y".
015400         88  WS-RECORD-VALID                VALUE "Y".
015500         88  WS-RECORD-INVALID               VALUE "N".
015792     05  WS-PROC-MODE-SW         PIC X(01) VALUE "T".
015794         88  WS-MODE-TRANS                  VALUE "T".
015796         88  WS-MODE-ACCT                   VALUE "A".
015797     05  WS-DUP-EOF-SW           PIC X(01) VALUE "N".
015798         88  WS-DUP-EOF                     VALUE "Y".
015800
016500 01  WS-REJECT-REASON-CODE       PIC X(02).
016600
016700******************************************************************
016800*    PER-CATEGORY CONTROL TABLE - THE THRCTL ROWS AS THRCLSFY    *
016810*    LOADED THEM, IN THE SAME ORDER, SO THE ROW NUMBER THRCLSFY  *
016820*    RETURNS FOR EACH CLASSIFICATION SELECTS THE SAME CATEGORY   *
016830*    HERE.  EACH ROW CARRIES THAT CATEGORY'S BUCKET COUNTERS FOR *
016840*    THE SUMMARY BREAKDOWN.  THE "*" ROW IS THE DEFAULT.         *
017000******************************************************************
017010 01  WS-CTL-TABLE-MAX            PIC 9(02) COMP VALUE 10.
017020 01  WS-CTL-COUNT                PIC 9(02) COMP VALUE ZERO.
017140         10  WS-CTL-AT-THRESHOLD PIC 9(09) COMP.
017150         10  WS-CTL-NEAR-OVER    PIC 9(09) COMP.
017160         10  WS-CTL-WAY-OVER     PIC 9(09) COMP.
017170
017172******************************************************************
017174*    PARAMETER BLOCK FOR THE THRCLSFY CLASSIFICATION SERVICE     *
017176******************************************************************
017178     COPY THRCLSR.
017200
017300******************************************************************
017400*    RUN-TOTAL COUNTERS FOR THE END-OF-RUN SUMMARY REPORT        *
018400     05  WS-RECORDS-REJECTED     PIC 9(09) COMP VALUE ZERO.
018450     05  WS-CNT-SUSPENSE         PIC 9(09) COMP VALUE ZERO.
018460     05  WS-TXNS-AGGREGATED      PIC 9(09) COMP VALUE ZERO.
018470     05  WS-RECORDS-DUPLICATE    PIC 9(09) COMP VALUE ZERO.
018480     05  WS-DUP-PURGED           PIC 9(09) COMP VALUE ZERO.
018500
018600******************************************************************
018700*    CHECKPOINT/RESTART WORK FIELDS                              *
019378 01  WS-BRK-TXNS                 PIC 9(09) COMP VALUE ZERO.
019379 01  WS-ACCTS-DONE               PIC 9(09) COMP VALUE ZERO.
019380 01  WS-ACCTS-SKIPPED            PIC 9(09) COMP VALUE ZERO.
019381
019382******************************************************************
019383*    DUPLICATE-CHECK FIELDS - THE RETENTION PERIOD FROM THE      *
019384*    THRESH-DPC CARD, THE PURGE CUTOFF (RUN DATE STEPPED BACK    *
019385*    THAT MANY DAYS) AND THE CURRENT RECORD'S INPUT POSITION     *
019386******************************************************************
019387 01  WS-DUP-RETAIN-DAYS          PIC 9(03) VALUE ZERO.
019388 01  WS-DUP-INPUT-POS            PIC 9(09) COMP VALUE ZERO.
019389 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
019390 01  WS-CUTOFF-DATE.
019391     05  WS-CUT-YYYY             PIC 9(04).
019392     05  WS-CUT-MM               PIC 9(02).
019393     05  WS-CUT-DD               PIC 9(02).
019394 01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
019395                                 PIC 9(08).
019396 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
019397 01  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
019398 01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
019400
019500******************************************************************
019600*    RUN DATE FOR THE SUMMARY REPORT HEADING (THE BUSINESS      *
019650*    DATE, YYMMDD)                                               *
019700******************************************************************
019800 01  WS-RUN-DATE.
019900     05  WS-RUN-YY               PIC 9(02).
020000     05  WS-RUN-MM               PIC 9(02).
020100     05  WS-RUN-DD               PIC 9(02).
020150 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
020160                                 PIC 9(06).
020200
020300 01  WS-RUN-DATE-EDIT            PIC X(08).
020400
020500******************************************************************
020600*    AUDIT TRAIL TIMESTAMP - CAPTURED ONCE PER RECORD EVALUATED  *
020650*    (BUSINESS DATE AND CLOCK TIME OF DAY)                       *
020700******************************************************************
020800 01  WS-AUDIT-TIMESTAMP.
020900     05  WS-AUDIT-TS-DATE        PIC 9(08).
024410                            THR-ACCT-NAME  BY WS-WORK-ACCT-NAME
024420                       THR-ACCT-BRANCH BY WS-WORK-ACCT-BRANCH
024430                 THR-ACCT-CATEGORY BY WS-WORK-ACCT-CATEGORY
024440                            THR-TXN-COUNT  BY WS-WORK-TXN-COUNT
024441                            THR-TXN-REF    BY WS-WORK-TXN-REF
024442                            THR-TXN-DATE   BY WS-WORK-TXN-DATE
024443                            THR-TXN-SEQ    BY WS-WORK-TXN-SEQ
024444                            THR-RESUB-SW   BY WS-WORK-RESUB-SW
024445                          THR-RESUB-REPAIR BY WS-WORK-RESUB-REPAIR
024446                     THR-RESUB-SUSPENSE BY WS-WORK-RESUB-SUSPENSE.
024500
024600 PROCEDURE DIVISION.
024700******************************************************************
026450         SET WS-FATAL-ERROR TO TRUE
026500         GO TO 1000-EXIT
026600     END-IF.
027300     OPEN OUTPUT THRESH-SUM.
027400     IF NOT WS-THRSUM-OK
027500         DISPLAY "IFELSEIFELSE - OPEN ERROR ON THRESH-SUM "
030050         SET WS-FATAL-ERROR TO TRUE
030100         GO TO 1000-EXIT
030200     END-IF.
030280     OPEN OUTPUT THRESH-SUS.
030282     IF NOT WS-THRSUS-OK
030284         DISPLAY "IFELSEIFELSE - OPEN ERROR ON THRESH-SUS "
030320     IF WS-FATAL-ERROR
030340         GO TO 1000-EXIT
030360     END-IF.
030410     OPEN INPUT THRESH-DPC.
030415     IF NOT WS-THRDPC-OK
030420         DISPLAY "IFELSEIFELSE - OPEN ERROR ON THRESH-DPC "
030425             WS-THRDPC-STATUS
030430         SET WS-FATAL-ERROR TO TRUE
030435         GO TO 1000-EXIT
030440     END-IF.
030445     PERFORM 1080-LOAD-DUP-CONTROL THRU 1080-EXIT.
030450     IF WS-FATAL-ERROR
030455         GO TO 1000-EXIT
030460     END-IF.
030465     CLOSE THRESH-DPC.
030470     OPEN I-O THRESH-DUP.
030472     IF WS-THRDUP-NOT-FOUND
030474         OPEN OUTPUT THRESH-DUP
030476         CLOSE THRESH-DUP
030478         OPEN I-O THRESH-DUP
030480     END-IF.
030482     IF NOT WS-THRDUP-OK
030484         DISPLAY "IFELSEIFELSE - OPEN ERROR ON THRESH-DUP "
030486             WS-THRDUP-STATUS
030488         SET WS-FATAL-ERROR TO TRUE
030490         GO TO 1000-EXIT
030492     END-IF.
030500     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
030505     IF WS-FATAL-ERROR
030510         GO TO 1000-EXIT
030515     END-IF.
030520     PERFORM 1090-PURGE-DUP-FILE THRU 1090-EXIT.
030530     IF WS-FATAL-ERROR
030540         GO TO 1000-EXIT
030550     END-IF.
030553     OPEN I-O THRESH-AKY.
030556     IF WS-THRAKY-NOT-FOUND
030559         OPEN OUTPUT THRESH-AKY
030562         CLOSE THRESH-AKY
030565         OPEN I-O THRESH-AKY
030568     END-IF.
030571     IF NOT WS-THRAKY-OK
030574         DISPLAY "IFELSEIFELSE - OPEN ERROR ON THRESH-AKY "
030577             WS-THRAKY-STATUS
030580         SET WS-FATAL-ERROR TO TRUE
030583         GO TO 1000-EXIT
030586     END-IF.
030600     PERFORM 1060-LOAD-CHECKPOINT THRU 1060-EXIT.
030700     IF WS-RESTART-MODE AND WS-MODE-TRANS
030800         DISPLAY "IFELSEIFELSE - RESTARTING AFTER RECORD "
031300     PERFORM 1100-READ-THRESH-IN THRU 1100-EXIT.
031400 1000-EXIT.
031500     EXIT.
031503
031506******************************************************************
031509* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
031512*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
031515******************************************************************
031518 1010-READ-BUSINESS-DATE.
031521     OPEN INPUT BUSDATE-IN.
031524     IF NOT WS-THRBDT-OK
031527         DISPLAY "IFELSEIFELSE - OPEN ERROR ON BUSDATE-IN "
031530             WS-THRBDT-STATUS
031533         SET WS-FATAL-ERROR TO TRUE
031536         GO TO 1010-EXIT
031539     END-IF.
031542     READ BUSDATE-IN
031545         AT END
031548             MOVE ZERO TO THR-BDT-BUS-DATE
031551     END-READ.
031554     IF THR-BDT-BUS-DATE IS NOT NUMERIC
031557         OR THR-BDT-BUS-DATE = ZERO
031560         DISPLAY "IFELSEIFELSE - NO BUSINESS DATE ON BUSDATE-IN"
031563         SET WS-FATAL-ERROR TO TRUE
031566     ELSE
031569         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
031572         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-N
031575     END-IF.
031578     CLOSE BUSDATE-IN.
031581 1010-EXIT.
031584     EXIT.
031600
031700******************************************************************
031800* 1050-LOAD-CONTROL-TABLE - COPY THE PER-CATEGORY CONTROL ROWS   *
031900*    FROM THRCLSFY, WHICH LOADS AND VALIDATES THRCTL ON ITS      *
031910*    FIRST CALL.  THE RUN'S PROCESSING MODE COMES BACK WITH      *
031920*    EACH ROW.  A CONTROL FILE THRCLSFY REJECTS IS FATAL.        *
031930******************************************************************
032000 1050-LOAD-CONTROL-TABLE.
032010     MOVE "R" TO THR-CLS-FUNCTION.
032020     MOVE 1   TO THR-CLS-ROW-NUMBER.
032030     CALL "THRCLSFY" USING THR-CLS-PARMS.
032040     IF NOT THR-CLS-OK
032050         DISPLAY "IFELSEIFELSE - CONTROL ROWS NOT LOADED - "
032060             "THRCLSFY RETURN CODE " THR-CLS-RETURN-CODE
032070         SET WS-FATAL-ERROR TO TRUE
032080         GO TO 1050-EXIT
032090     END-IF.
032100     MOVE THR-CLS-PROC-MODE TO WS-PROC-MODE-SW.
032110     PERFORM 1055-STORE-CONTROL-ROW THRU 1055-EXIT
032120         UNTIL NOT THR-CLS-OK OR WS-FATAL-ERROR.
032200 1050-EXIT.
032300     EXIT.
032420
032430******************************************************************
032440* 1055-STORE-CONTROL-ROW - ADD THE ROW THRCLSFY RETURNED TO THE  *
032450*    TABLE WITH ITS COUNTERS CLEARED, THEN ASK FOR THE NEXT ONE  *
032480******************************************************************
032500 1055-STORE-CONTROL-ROW.
032510     IF WS-CTL-COUNT >= WS-CTL-TABLE-MAX
032520         DISPLAY "IFELSEIFELSE - CONTROL TABLE FULL AT "
032530             WS-CTL-TABLE-MAX
032540         SET WS-FATAL-ERROR TO TRUE
032550         GO TO 1055-EXIT
032560     END-IF.
032670     ADD 1 TO WS-CTL-COUNT.
032680     SET CTL-IDX TO WS-CTL-COUNT.
032690     MOVE THR-CLS-ROW-CATEGORY TO WS-CTL-CATEGORY (CTL-IDX).
032700     MOVE THR-CLS-THRESHOLD    TO WS-CTL-THRESHOLD (CTL-IDX).
032710     MOVE THR-CLS-MAX-VALUE    TO WS-CTL-MAX-VALUE (CTL-IDX).
032720     MOVE THR-CLS-BAND-WIDTH   TO WS-CTL-BAND-WIDTH (CTL-IDX).
032730     MOVE ZERO TO WS-CTL-WAY-UNDER (CTL-IDX).
032740     MOVE ZERO TO WS-CTL-NEAR-UNDER (CTL-IDX).
032750     MOVE ZERO TO WS-CTL-AT-THRESHOLD (CTL-IDX).
032760     MOVE ZERO TO WS-CTL-NEAR-OVER (CTL-IDX).
032770     MOVE ZERO TO WS-CTL-WAY-OVER (CTL-IDX).
032780     IF THR-CLS-ROW-CATEGORY = "*"
032800         MOVE WS-CTL-COUNT TO WS-CTL-DEFAULT-SLOT
032810     END-IF.
032820     ADD 1 TO THR-CLS-ROW-NUMBER.
032822     MOVE "R" TO THR-CLS-FUNCTION.
032824     CALL "THRCLSFY" USING THR-CLS-PARMS.
032830 1055-EXIT.
032840     EXIT.
033000
034780         MOVE THR-CKP-CLASSIFIED     TO WS-RECORDS-CLASSIFIED
034790         MOVE THR-CKP-REJECTED       TO WS-RECORDS-REJECTED
034795         MOVE THR-CKP-SUSPENSE       TO WS-CNT-SUSPENSE
034796         MOVE THR-CKP-DUPLICATE      TO WS-RECORDS-DUPLICATE
034797         PERFORM 1065-RESTORE-CATEGORY-COUNTS THRU 1065-EXIT
034798             VARYING WS-CKPT-CAT-SUB FROM 1 BY 1
034799             UNTIL WS-CKPT-CAT-SUB > 10
035546 1070-EXIT.
035547     EXIT.
035548
035549******************************************************************
035550* 1080-LOAD-DUP-CONTROL - READ THE DUPLICATE-CHECK RETENTION     *
035551*    PERIOD, IN DAYS, FROM THE ONE-CARD THRESH-DPC FILE          *
035552******************************************************************
035553 1080-LOAD-DUP-CONTROL.
035554     READ THRESH-DPC
035555         AT END
035556             DISPLAY "IFELSEIFELSE - THRESH-DPC IS EMPTY"
035557             SET WS-FATAL-ERROR TO TRUE
035558             GO TO 1080-EXIT
035559     END-READ.
035560     IF DPC-RETAIN-DAYS IS NOT NUMERIC
035561         OR DPC-RETAIN-DAYS = ZERO
035562         DISPLAY "IFELSEIFELSE - THRESH-DPC RETENTION DAYS IS "
035563             "INVALID - " DPC-RETAIN-DAYS
035564         SET WS-FATAL-ERROR TO TRUE
035565         GO TO 1080-EXIT
035566     END-IF.
035567     MOVE DPC-RETAIN-DAYS TO WS-DUP-RETAIN-DAYS.
035568 1080-EXIT.
035569     EXIT.
035570
035571******************************************************************
035572* 1090-PURGE-DUP-FILE - DELETE DUPLICATE-CHECK ENTRIES FIRST     *
035573*    ACCEPTED BEFORE THE RETENTION CUTOFF, SO THE FILE ONLY      *
035574*    HOLDS THE CONTROL-CARD NUMBER OF DAYS                       *
035575******************************************************************
035576 1090-PURGE-DUP-FILE.
035577     MOVE WS-RUN-DATE-CCYYMMDD TO WS-CUTOFF-DATE-N.
035578     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT
035579         WS-DUP-RETAIN-DAYS TIMES.
035580     MOVE LOW-VALUES TO THR-DUP-KEY.
035581     START THRESH-DUP KEY IS NOT LESS THAN THR-DUP-KEY
035582         INVALID KEY
035583             GO TO 1090-EXIT
035584     END-START.
035585     PERFORM 1095-PURGE-ONE-ENTRY THRU 1095-EXIT
035586         UNTIL WS-DUP-EOF OR WS-FATAL-ERROR.
035587     DISPLAY "IFELSEIFELSE - DUPLICATE-CHECK ENTRIES PURGED "
035588         WS-DUP-PURGED.
035589 1090-EXIT.
035590     EXIT.
035591
035600******************************************************************
035700* 1200-SKIP-ONE-RECORD - DISCARD A RECORD ALREADY PROCESSED BY   *
035800*    A PRIOR RUN, WITHOUT COUNTING IT AGAIN                      *
036400     END-READ.
036500 1200-EXIT.
036600     EXIT.
036601
036602******************************************************************
036603* 1095-PURGE-ONE-ENTRY - READ THE NEXT DUPLICATE-CHECK ENTRY     *
036604*    AND DELETE IT IF IT IS OLDER THAN THE RETENTION CUTOFF      *
036605******************************************************************
036606 1095-PURGE-ONE-ENTRY.
036607     READ THRESH-DUP NEXT RECORD
036608         AT END
036609             SET WS-DUP-EOF TO TRUE
036610             GO TO 1095-EXIT
036611     END-READ.
036612     IF NOT WS-THRDUP-OK
036613         DISPLAY "IFELSEIFELSE - READ ERROR ON THRESH-DUP "
036614             WS-THRDUP-STATUS
036615         SET WS-FATAL-ERROR TO TRUE
036616         GO TO 1095-EXIT
036617     END-IF.
036618     IF THR-DUP-RUN-DATE NOT < WS-CUTOFF-DATE-N
036619         GO TO 1095-EXIT
036620     END-IF.
036621     DELETE THRESH-DUP RECORD
036622         INVALID KEY
036623             DISPLAY "IFELSEIFELSE - DELETE ERROR ON THRESH-DUP "
036624                 WS-THRDUP-STATUS
036625             SET WS-FATAL-ERROR TO TRUE
036626             GO TO 1095-EXIT
036627     END-DELETE.
036628     ADD 1 TO WS-DUP-PURGED.
036629 1095-EXIT.
036630     EXIT.
036631
036632******************************************************************
036633* 1300-BACK-ONE-DAY - STEP THE CUTOFF DATE BACK ONE CALENDAR     *
036634*    DAY, HONOURING MONTH LENGTHS AND LEAP YEARS                 *
036635******************************************************************
036636 1300-BACK-ONE-DAY.
036637     IF WS-CUT-DD > 1
036638         SUBTRACT 1 FROM WS-CUT-DD
036639         GO TO 1300-EXIT
036640     END-IF.
036641     IF WS-CUT-MM = 1
036642         SUBTRACT 1 FROM WS-CUT-YYYY
036643         MOVE 12 TO WS-CUT-MM
036644         MOVE 31 TO WS-CUT-DD
036645         GO TO 1300-EXIT
036646     END-IF.
036647     SUBTRACT 1 FROM WS-CUT-MM.
036648     PERFORM 1350-DAYS-IN-MONTH THRU 1350-EXIT.
036649     MOVE WS-DAYS-IN-MONTH TO WS-CUT-DD.
036650 1300-EXIT.
036651     EXIT.
036652
036653******************************************************************
036654* 1350-DAYS-IN-MONTH - SET THE LENGTH OF THE CUTOFF MONTH        *
036655******************************************************************
036656 1350-DAYS-IN-MONTH.
036657     EVALUATE WS-CUT-MM
036658         WHEN 4
036659         WHEN 6
036660         WHEN 9
036661         WHEN 11
036662             MOVE 30 TO WS-DAYS-IN-MONTH
036663         WHEN 2
036664             DIVIDE WS-CUT-YYYY BY 4
036665                 GIVING WS-LEAP-QUOTIENT
036666                 REMAINDER WS-LEAP-REMAINDER
036667             IF WS-LEAP-REMAINDER = ZERO
036668                 MOVE 29 TO WS-DAYS-IN-MONTH
036669             ELSE
036670                 MOVE 28 TO WS-DAYS-IN-MONTH
036671             END-IF
036672         WHEN OTHER
036673             MOVE 31 TO WS-DAYS-IN-MONTH
036674     END-EVALUATE.
036675 1350-EXIT.
036676     EXIT.
036700******************************************************************
036800* 1100-READ-THRESH-IN - READ THE NEXT TRANSACTION RECORD         *
036900******************************************************************
038200******************************************************************
038300 2000-PROCESS-RECORD.
038310     PERFORM 2075-LOOKUP-ACCOUNT THRU 2075-EXIT.
038400     PERFORM 2050-VALIDATE-RECORD THRU 2050-EXIT.
038500     IF WS-RECORD-VALID
038505         PERFORM 2070-RECORD-TRANSACTION THRU 2070-EXIT
038510         IF WS-MODE-ACCT
038520             PERFORM 2090-RELEASE-ACCT-TXN THRU 2090-EXIT
038530         ELSE
040100
040200******************************************************************
040300* 2050-VALIDATE-RECORD - REJECT NON-NUMERIC VALUES, VALUES OUT   *
040400*    OF RANGE, RECORDS MISSING A KEY, AND REPEATS OF A           *
040450*    TRANSACTION ALREADY CLASSIFIED.  THE FIRST THREE ARE THE    *
040460*    RETURN CODE THRCLSFY GAVE THE RECORD IN 2075.               *
040500******************************************************************
040600 2050-VALIDATE-RECORD.
040700     SET WS-RECORD-VALID TO TRUE.
040800     IF THR-CLS-NO-ACCT-ID
040900         SET WS-RECORD-INVALID TO TRUE
041000         MOVE "03" TO WS-REJECT-REASON-CODE
041100     ELSE IF THR-CLS-NOT-NUMERIC
041200         SET WS-RECORD-INVALID TO TRUE
041300         MOVE "01" TO WS-REJECT-REASON-CODE
041400     ELSE IF THR-CLS-OUT-OF-RANGE
041500         SET WS-RECORD-INVALID TO TRUE
041600         MOVE "02" TO WS-REJECT-REASON-CODE
041700     END-IF.
041710     IF WS-RECORD-VALID
041720         AND WS-WORK-TXN-SEQ NOT = SPACES
041730         AND WS-WORK-RESUB-SW = SPACE
041740         PERFORM 2060-CHECK-DUPLICATE THRU 2060-EXIT
041750     END-IF.
041800 2050-EXIT.
041900     EXIT.
041901
041902******************************************************************
041903* 2060-CHECK-DUPLICATE - LOOK THE TRANSACTION'S ACCOUNT AND      *
041904*    BRANCH REFERENCE UP ON THE DUPLICATE-CHECK FILE.  A HIT IS  *
041905*    A RESENT OR DOUBLE-FED SUBMISSION AND IS REJECTED WITH      *
041906*    REASON 04 - UNLESS THE ENTRY WAS WRITTEN BY THIS SAME RUN   *
041907*    AT THIS SAME INPUT POSITION, WHICH IS A RESTARTED RUN       *
041908*    RE-READING A RECORD IT HAD ALREADY ACCEPTED.                *
041909******************************************************************
041910 2060-CHECK-DUPLICATE.
041911     COMPUTE WS-DUP-INPUT-POS =
041912         WS-RECORDS-SKIPPED + WS-RECORDS-READ-THIS-RUN.
041913     MOVE WS-WORK-ACCT-ID  TO THR-DUP-ACCT-ID.
041914     MOVE WS-WORK-TXN-DATE TO THR-DUP-TXN-DATE.
041915     MOVE WS-WORK-TXN-SEQ  TO THR-DUP-TXN-SEQ.
041916     READ THRESH-DUP
041917         INVALID KEY
041918             GO TO 2060-EXIT
041919     END-READ.
041920     IF THR-DUP-RUN-DATE = WS-RUN-DATE-CCYYMMDD
041921         AND THR-DUP-INPUT-POS = WS-DUP-INPUT-POS
041922         GO TO 2060-EXIT
041923     END-IF.
041924     SET WS-RECORD-INVALID TO TRUE.
041925     MOVE "04" TO WS-REJECT-REASON-CODE.
041926 2060-EXIT.
041927     EXIT.
041928
041929******************************************************************
041930* 2070-RECORD-TRANSACTION - ADD AN ACCEPTED TRANSACTION TO THE   *
041931*    DUPLICATE-CHECK FILE.  THE KEY IS ALREADY THERE WHEN A      *
041932*    RESTARTED RUN RE-READS ITS OWN RECORD OR WHEN A REPAIRED    *
041933*    OR RELEASED RESUBMISSION COMES BACK THROUGH - THE ORIGINAL  *
041934*    ENTRY IS KEPT IN BOTH CASES.                                *
041935******************************************************************
041936 2070-RECORD-TRANSACTION.
041937     IF WS-WORK-TXN-SEQ = SPACES
041938         GO TO 2070-EXIT
041939     END-IF.
041940     MOVE SPACES TO THR-DUP-RECORD.
041941     MOVE WS-WORK-ACCT-ID      TO THR-DUP-ACCT-ID.
041942     MOVE WS-WORK-TXN-DATE     TO THR-DUP-TXN-DATE.
041943     MOVE WS-WORK-TXN-SEQ      TO THR-DUP-TXN-SEQ.
041944     MOVE WS-RUN-DATE-CCYYMMDD TO THR-DUP-RUN-DATE.
041945     COMPUTE THR-DUP-INPUT-POS =
041946         WS-RECORDS-SKIPPED + WS-RECORDS-READ-THIS-RUN.
041947     MOVE WS-WORK-VALUE        TO THR-DUP-VALUE.
041948     WRITE THR-DUP-RECORD
041949         INVALID KEY
041950             CONTINUE
041951     END-WRITE.
041952 2070-EXIT.
041953     EXIT.
042000
042010******************************************************************
042020* 2075-LOOKUP-ACCOUNT - PASS THE ACCOUNT AND VALUE TO THRCLSFY,  *
042030*    WHICH READS THE ACCOUNT MASTER, SELECTS THE CONTROL ROW FOR *
042040*    THE ACCOUNT'S CATEGORY AND BANDS THE VALUE.  AN ACCOUNT NOT *
042050*    ON THE MASTER, OR ONE FLAGGED CLOSED, SENDS THE RECORD TO   *
042060*    THE SUSPENSE OUTPUT INSTEAD OF THE NORMAL BUCKET FILES.  A  *
042062*    VALUE THAT IS NOT NUMERIC IS PASSED AS SPACES SO THRCLSFY   *
042064*    REPORTS IT AS SUCH.                                         *
042066******************************************************************
042070 2075-LOOKUP-ACCOUNT.
042072     SET WS-ACCT-ON-MASTER TO TRUE.
042074     MOVE "C" TO THR-CLS-FUNCTION.
042076     MOVE WS-WORK-ACCT-ID TO THR-CLS-ACCT-ID.
042078     IF WS-WORK-VALUE IS NUMERIC
042080         MOVE WS-WORK-VALUE TO THR-CLS-VALUE
042082     ELSE
042084         MOVE SPACES TO THR-CLS-VALUE-X
042086     END-IF.
042088     CALL "THRCLSFY" USING THR-CLS-PARMS.
042090     IF THR-CLS-SETUP-FAILED
042091         DISPLAY "IFELSEIFELSE - TERMINATING - THRCLSFY SETUP "
042092             "FAILED"
042093         MOVE 0016 TO RETURN-CODE
042094         STOP RUN
042095     END-IF.
042096     MOVE THR-CLS-ACCT-NAME     TO WS-WORK-ACCT-NAME.
042097     MOVE THR-CLS-ACCT-BRANCH   TO WS-WORK-ACCT-BRANCH.
042098     MOVE THR-CLS-ACCT-CATEGORY TO WS-WORK-ACCT-CATEGORY.
042099     MOVE THR-CLS-ROW-SLOT      TO WS-CTL-SELECTED.
042100     IF THR-CLS-ACCT-NOT-FOUND
042101         OR THR-CLS-ACCT-CLOSED
042102         SET WS-ACCT-SUSPENSE TO TRUE
042103     END-IF.
042104 2075-EXIT.
042105     EXIT.
042145
042146******************************************************************
042147* 2090-RELEASE-ACCT-TXN - ACCOUNT MODE ONLY - HAND THE          *
042188     EXIT.
042189
042190******************************************************************
042200* 2100-CLASSIFY-VALUE - TAKE THE TWO-CHARACTER BUCKET CODE       *
042210*    THRCLSFY ASSIGNED IN 2075 AND COUNT IT:                     *
042300*    WU = WAY UNDER THE THRESHOLD                                *
042400*    NT = NEAR (BUT UNDER) THE THRESHOLD                         *
042500*    AT = AT THE THRESHOLD                                       *
042700*    WO = WAY OVER THE THRESHOLD                                 *
042800******************************************************************
042900 2100-CLASSIFY-VALUE.
042950     MOVE THR-CLS-CLASS-CODE TO WS-WORK-CLASS-CODE.
043000     EVALUATE WS-WORK-CLASS-CODE
043100         WHEN "AT"
043300             ADD 1 TO WS-CNT-AT-THRESHOLD
043350             ADD 1 TO WS-CTL-AT-THRESHOLD (WS-CTL-SELECTED)
043400         WHEN "NT"
043700             ADD 1 TO WS-CNT-NEAR-UNDER
043750             ADD 1 TO WS-CTL-NEAR-UNDER (WS-CTL-SELECTED)
043800         WHEN "WU"
044000             ADD 1 TO WS-CNT-WAY-UNDER
044050             ADD 1 TO WS-CTL-WAY-UNDER (WS-CTL-SELECTED)
044100         WHEN "OV"
044300             ADD 1 TO WS-CNT-NEAR-OVER
044350             ADD 1 TO WS-CTL-NEAR-OVER (WS-CTL-SELECTED)
044400         WHEN OTHER
044600             ADD 1 TO WS-CNT-WAY-OVER
044650             ADD 1 TO WS-CTL-WAY-OVER (WS-CTL-SELECTED)
044700     END-EVALUATE.
045300* 2300-WRITE-AUDIT-RECORD - LOG THE VALUE, RESULT AND TIMESTAMP  *
045400******************************************************************
045500 2300-WRITE-AUDIT-RECORD.
045600     MOVE WS-RUN-DATE-CCYYMMDD TO WS-AUDIT-TS-DATE.
045700     ACCEPT WS-AUDIT-TS-TIME FROM TIME.
045800     MOVE WS-WORK-ACCT-ID    TO THR-AUD-ACCT-ID.
045900     MOVE WS-WORK-VALUE      TO THR-AUD-VALUE.
046210     MOVE WS-WORK-ACCT-NAME   TO THR-AUD-ACCT-NAME.
046220     MOVE WS-WORK-ACCT-BRANCH TO THR-AUD-BRANCH.
046300     WRITE THR-AUD-RECORD.
046310     PERFORM 2350-WRITE-KEYED-AUDIT THRU 2350-EXIT.
046400 2300-EXIT.
046500     EXIT.
046502
046504******************************************************************
046506* 2350-WRITE-KEYED-AUDIT - ADD THE SAME RECORD TO THE KEYED      *
046508*    AUDIT TRAIL UNDER ITS ACCOUNT AND TIMESTAMP.  A SECOND      *
046510*    RECORD AT THE SAME ACCOUNT AND TIMESTAMP TAKES THE NEXT     *
046512*    SEQUENCE NUMBER.                                            *
046514******************************************************************
046516 2350-WRITE-KEYED-AUDIT.
046518     MOVE SPACES            TO THR-AKY-RECORD.
046520     MOVE THR-AUD-ACCT-ID   TO THR-AKY-ACCT-ID.
046522     MOVE THR-AUD-TIMESTAMP TO THR-AKY-TIMESTAMP.
046524     MOVE ZERO              TO THR-AKY-SEQ.
046526     MOVE THR-AUD-RECORD    TO THR-AKY-AUDIT-IMAGE.
046528     WRITE THR-AKY-RECORD
046530         INVALID KEY
046532             CONTINUE
046534     END-WRITE.
046536     PERFORM 2360-NEXT-KEYED-SEQUENCE THRU 2360-EXIT
046538         UNTIL NOT WS-THRAKY-DUP-KEY.
046540     IF NOT WS-THRAKY-OK
046542         DISPLAY "IFELSEIFELSE - WRITE ERROR ON THRESH-AKY "
046544             WS-THRAKY-STATUS " FOR " THR-AKY-KEY
046546     END-IF.
046548 2350-EXIT.
046550     EXIT.
046552
046554******************************************************************
046556* 2360-NEXT-KEYED-SEQUENCE - RETRY THE KEYED WRITE UNDER THE     *
046558*    NEXT SEQUENCE NUMBER                                        *
046560******************************************************************
046562 2360-NEXT-KEYED-SEQUENCE.
046564     ADD 1 TO THR-AKY-SEQ.
046566     WRITE THR-AKY-RECORD
046568         INVALID KEY
046570             CONTINUE
046572     END-WRITE.
046574 2360-EXIT.
046576     EXIT.
046600
046700******************************************************************
046800* 2400-WRITE-BUCKET-RECORD - ROUTE THE RECORD TO THE BELOW-OR-  *
047165         MOVE WS-WORK-ACCT-CATEGORY
047168             TO THR-SUS-ACCT-CATEGORY
047169         MOVE WS-WORK-TXN-COUNT   TO THR-SUS-TXN-COUNT
047171         MOVE WS-WORK-TXN-REF     TO THR-SUS-TXN-REF
047172         MOVE SPACE               TO THR-SUS-RESUB-SW
047173         WRITE THR-SUS-RECORD
047180         ADD 1 TO WS-CNT-SUSPENSE
047190         GO TO 2400-EXIT
047195     END-IF.
047750                 TO THR-BLW-ACCT-CATEGORY
047760             MOVE WS-WORK-TXN-COUNT
047770                 TO THR-BLW-TXN-COUNT
047780             MOVE WS-WORK-TXN-REF    TO THR-BLW-TXN-REF
047790             MOVE SPACE              TO THR-BLW-RESUB-SW
047800             WRITE THR-BLW-RECORD
047900         WHEN OTHER
048000             MOVE WS-WORK-ACCT-ID    TO THR-ABV-ACCT-ID
048250                 TO THR-ABV-ACCT-CATEGORY
048260             MOVE WS-WORK-TXN-COUNT
048270                 TO THR-ABV-TXN-COUNT
048280             MOVE WS-WORK-TXN-REF    TO THR-ABV-TXN-REF
048290             MOVE SPACE              TO THR-ABV-RESUB-SW
048300             WRITE THR-ABV-RECORD
048400     END-EVALUATE.
048500 2400-EXIT.
050970     MOVE WS-RECORDS-CLASSIFIED  TO THR-CKP-CLASSIFIED.
050980     MOVE WS-RECORDS-REJECTED    TO THR-CKP-REJECTED.
050990     MOVE WS-CNT-SUSPENSE        TO THR-CKP-SUSPENSE.
050991     MOVE WS-RECORDS-DUPLICATE   TO THR-CKP-DUPLICATE.
050992     PERFORM 2650-SAVE-CATEGORY-COUNTS THRU 2650-EXIT
050994         VARYING WS-CKPT-CAT-SUB FROM 1 BY 1
050996         UNTIL WS-CKPT-CAT-SUB > 10.
051800*    RAW VALUE AND REASON CODE.  AN ACCOUNT-MODE RESTART         *
051810*    RE-READS THE WHOLE FILE, SO ITS REJECTS ARE COUNTED BUT     *
051820*    NOT REWRITTEN - THE FAILED ATTEMPT ALREADY APPENDED THEM.   *
051830*    A DUPLICATE SUBMISSION (REASON 04) IS COUNTED APART FROM    *
051840*    THE OTHER REJECTS.                                          *
051900******************************************************************
052000 2700-WRITE-REJECT-RECORD.
052010     IF WS-MODE-ACCT AND WS-RESTART-MODE
052020         PERFORM 2750-COUNT-REJECT THRU 2750-EXIT
052030         GO TO 2700-EXIT
052040     END-IF.
052100     MOVE WS-WORK-ACCT-ID       TO THR-REJ-ACCT-ID.
052200     MOVE WS-WORK-VALUE (1:5)   TO THR-REJ-VALUE-RAW.
052300     MOVE WS-REJECT-REASON-CODE TO THR-REJ-REASON-CODE.
052310     MOVE WS-RUN-DATE-CCYYMMDD TO WS-AUDIT-TS-DATE.
052320     ACCEPT WS-AUDIT-TS-TIME FROM TIME.
052330     MOVE WS-AUDIT-TS-DATE      TO THR-REJ-TS-DATE.
052340     MOVE WS-AUDIT-TS-TIME      TO THR-REJ-TS-TIME.
052350     MOVE WS-WORK-TXN-REF       TO THR-REJ-TXN-REF.
052400     WRITE THR-REJ-RECORD.
052500     PERFORM 2750-COUNT-REJECT THRU 2750-EXIT.
052600 2700-EXIT.
052700     EXIT.
052710
052720******************************************************************
052730* 2750-COUNT-REJECT - COUNT A DUPLICATE SUBMISSION ON ITS OWN    *
052740*    LINE, AND EVERY OTHER REJECT AS BEFORE                      *
052750******************************************************************
052760 2750-COUNT-REJECT.
052770     IF WS-REJECT-REASON-CODE = "04"
052775         ADD 1 TO WS-RECORDS-DUPLICATE
052780     ELSE
052785         ADD 1 TO WS-RECORDS-REJECTED
052790     END-IF.
052795 2750-EXIT.
052798     EXIT.
052800
052810******************************************************************
052811* 6000-ACCT-INPUT - SORT INPUT PROCEDURE - RUN EVERY            *
052918         MOVE WS-BRK-TXNS TO WS-WORK-TXN-COUNT
052919     END-IF.
052921     PERFORM 2075-LOOKUP-ACCOUNT THRU 2075-EXIT.
052923     PERFORM 2100-CLASSIFY-VALUE THRU 2100-EXIT.
052924     PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT.
052925     PERFORM 2400-WRITE-BUCKET-RECORD THRU 2400-EXIT.
056100     MOVE "REJECTED"        TO WS-RPT-BUCKET-NAME.
056200     MOVE WS-RECORDS-REJECTED TO WS-RPT-BUCKET-CNT.
056300     WRITE WS-SUM-LINE FROM WS-RPT-DETAIL-LINE.
056302
056304     MOVE "DUPLICATES"      TO WS-RPT-BUCKET-NAME.
056306     MOVE WS-RECORDS-DUPLICATE TO WS-RPT-BUCKET-CNT.
056308     WRITE WS-SUM-LINE FROM WS-RPT-DETAIL-LINE.
056310
056320     MOVE "SUSPENSE"        TO WS-RPT-BUCKET-NAME.
056330     MOVE WS-CNT-SUSPENSE   TO WS-RPT-BUCKET-CNT.
057695******************************************************************
057696 8200-WRITE-HISTORY-RECORD.
057697     MOVE SPACES TO THR-HST-RECORD.
057699     MOVE WS-RUN-DATE-CCYYMMDD   TO THR-HST-RUN-DATE.
057700     MOVE WS-CTL-THRESHOLD (WS-CTL-DEFAULT-SLOT)
057701         TO THR-HST-THRESHOLD.
057702     MOVE WS-RECORDS-READ        TO THR-HST-READ.
057708     MOVE WS-RECORDS-CLASSIFIED  TO THR-HST-CLASSIFIED.
057709     MOVE WS-RECORDS-REJECTED    TO THR-HST-REJECTED.
057710     MOVE WS-CNT-SUSPENSE        TO THR-HST-SUSPENSE.
057711     MOVE WS-RECORDS-DUPLICATE   TO THR-HST-DUPLICATE.
057712     WRITE THR-HST-RECORD.
057713 8200-EXIT.
057714     EXIT.
057720
057800******************************************************************
057900* 9000-TERMINATE - WRITE THE SUMMARY REPORT AND CLOSE FILES      *
058300     PERFORM 8100-WRITE-FINAL-CHECKPOINT THRU 8100-EXIT.
058400     PERFORM 8000-WRITE-SUMMARY-REPORT THRU 8000-EXIT.
058450     PERFORM 8200-WRITE-HISTORY-RECORD THRU 8200-EXIT.
058460     MOVE "E" TO THR-CLS-FUNCTION.
058470     CALL "THRCLSFY" USING THR-CLS-PARMS.
058500     CLOSE THRESH-IN THRESH-SUM THRESH-AUD THRESH-CKP THRESH-BLW
058600           THRESH-ABV THRESH-REJ THRESH-SUS
058650           THRESH-HST THRESH-DUP THRESH-AKY.
058700     IF WS-RECON-BREAK OR WS-RECORDS-REJECTED > 0
058750         OR WS-RECORDS-DUPLICATE > 0
058800         MOVE 0004 TO RETURN-CODE
058900     ELSE
059000         MOVE 0000 TO RETURN-CODE
059400
059500******************************************************************
059600* 8050-RECONCILE-COUNTS - RECORDS READ MUST EQUAL RECORDS        *
059700*    CLASSIFIED PLUS RECORDS REJECTED PLUS DUPLICATE             *
059750*    SUBMISSIONS, OR THE RUN IS FLAGGED                          *
059800******************************************************************
059900 8050-RECONCILE-COUNTS.
059910     IF WS-MODE-ACCT
059920         IF WS-RECORDS-READ NOT =
059930                 WS-TXNS-AGGREGATED + WS-RECORDS-REJECTED
059935                     + WS-RECORDS-DUPLICATE
059940             SET WS-RECON-BREAK TO TRUE
059950             DISPLAY "IFELSEIFELSE - RECONCILIATION BREAK - "
059960                 "READ " WS-RECORDS-READ
059970                 " AGGREGATED " WS-TXNS-AGGREGATED
059980                 " REJECTED " WS-RECORDS-REJECTED
059985                 " DUPLICATES " WS-RECORDS-DUPLICATE
059990         END-IF
059995         GO TO 8050-EXIT
059996     END-IF.
060000     IF WS-RECORDS-READ NOT =
060100             WS-RECORDS-CLASSIFIED + WS-RECORDS-REJECTED
060150                 + WS-RECORDS-DUPLICATE
060200         SET WS-RECON-BREAK TO TRUE
060300         DISPLAY "IFELSEIFELSE - RECONCILIATION BREAK - READ "
060400             WS-RECORDS-READ " CLASSIFIED " WS-RECORDS-CLASSIFIED
060500             " REJECTED " WS-RECORDS-REJECTED
060550             " DUPLICATES " WS-RECORDS-DUPLICATE
060600     END-IF.
060700 8050-EXIT.
060800     EXIT.
061870     MOVE WS-RECORDS-CLASSIFIED  TO THR-CKP-CLASSIFIED.
061880     MOVE WS-RECORDS-REJECTED    TO THR-CKP-REJECTED.
061890     MOVE WS-CNT-SUSPENSE        TO THR-CKP-SUSPENSE.
061891     MOVE WS-RECORDS-DUPLICATE   TO THR-CKP-DUPLICATE.
061892     PERFORM 2650-SAVE-CATEGORY-COUNTS THRU 2650-EXIT
061894         VARYING WS-CKPT-CAT-SUB FROM 1 BY 1
061896         UNTIL WS-CKPT-CAT-SUB > 10.
