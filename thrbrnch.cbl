002900* 2026-09-02 DM  INITIAL VERSION.                                *
002910* 2026-09-02 DM  VALUES AND BRANCH TOTALS CARRIED AND PRINTED    *
002920*                SIGNED, MATCHING THE SIGNED THRXREC LAYOUT.     *
002930* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
002940*                DATE INSTEAD OF THE SYSTEM CLOCK.               *
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
005000     SELECT RECAP-RPT   ASSIGN TO THRBRP
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-THRBRP-STATUS.
005210
005220     SELECT BUSDATE-IN  ASSIGN TO THRBDT
005230         ORGANIZATION IS SEQUENTIAL
005240         FILE STATUS IS WS-THRBDT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
006300                            THR-ACCT-NAME  BY THR-BLW-ACCT-NAME
006400                       THR-ACCT-BRANCH BY THR-BLW-ACCT-BRANCH
006500                 THR-ACCT-CATEGORY BY THR-BLW-ACCT-CATEGORY
006600                            THR-TXN-COUNT  BY THR-BLW-TXN-COUNT
006601                            THR-TXN-REF    BY THR-BLW-TXN-REF
006602                            THR-TXN-DATE   BY THR-BLW-TXN-DATE
006603                            THR-TXN-SEQ    BY THR-BLW-TXN-SEQ
006604                            THR-RESUB-SW   BY THR-BLW-RESUB-SW
006605                          THR-RESUB-REPAIR BY THR-BLW-RESUB-REPAIR
006606                     THR-RESUB-SUSPENSE BY THR-BLW-RESUB-SUSPENSE.
006700
006800 FD  ABOVE-IN
006900     RECORDING MODE IS F
007500                            THR-ACCT-NAME  BY THR-ABV-ACCT-NAME
007600                       THR-ACCT-BRANCH BY THR-ABV-ACCT-BRANCH
007700                 THR-ACCT-CATEGORY BY THR-ABV-ACCT-CATEGORY
007800                            THR-TXN-COUNT  BY THR-ABV-TXN-COUNT
007801                            THR-TXN-REF    BY THR-ABV-TXN-REF
007802                            THR-TXN-DATE   BY THR-ABV-TXN-DATE
007803                            THR-TXN-SEQ    BY THR-ABV-TXN-SEQ
007804                            THR-RESUB-SW   BY THR-ABV-RESUB-SW
007805                          THR-RESUB-REPAIR BY THR-ABV-RESUB-REPAIR
007806                     THR-RESUB-SUSPENSE BY THR-ABV-RESUB-SUSPENSE.
007900
008000 FD  SUSP-IN
008100     RECORDING MODE IS F
008700                            THR-ACCT-NAME  BY THR-SUS-ACCT-NAME
008800                       THR-ACCT-BRANCH BY THR-SUS-ACCT-BRANCH
008900                 THR-ACCT-CATEGORY BY THR-SUS-ACCT-CATEGORY
009000                            THR-TXN-COUNT  BY THR-SUS-TXN-COUNT
009001                            THR-TXN-REF    BY THR-SUS-TXN-REF
009002                            THR-TXN-DATE   BY THR-SUS-TXN-DATE
009003                            THR-TXN-SEQ    BY THR-SUS-TXN-SEQ
009004                            THR-RESUB-SW   BY THR-SUS-RESUB-SW
009005                          THR-RESUB-REPAIR BY THR-SUS-RESUB-REPAIR
009006                     THR-RESUB-SUSPENSE BY THR-SUS-RESUB-SUSPENSE.
009100
009200 FD  RECAP-RPT
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
010700         88  WS-THRSUS-OK                   VALUE "00".
010800     05  WS-THRBRP-STATUS        PIC X(02) VALUE "00".
010900         88  WS-THRBRP-OK                   VALUE "00".
010910     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
010920         88  WS-THRBDT-OK                   VALUE "00".
011000
011100******************************************************************
011200*    PROGRAM SWITCHES                                           *
030600         SET WS-FATAL-ERROR TO TRUE
030700         GO TO 1000-EXIT
030800     END-IF.
030900     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
030910     IF WS-FATAL-ERROR
030920         GO TO 1000-EXIT
030930     END-IF.
031000     PERFORM 1100-READ-BELOW THRU 1100-EXIT.
031100     PERFORM 1200-READ-ABOVE THRU 1200-EXIT.
031200     PERFORM 1300-READ-SUSPENSE THRU 1300-EXIT.
031300 1000-EXIT.
031400     EXIT.
031403
031406******************************************************************
031409* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
031412*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
031415******************************************************************
031418 1010-READ-BUSINESS-DATE.
031421     OPEN INPUT BUSDATE-IN.
031424     IF NOT WS-THRBDT-OK
031427         DISPLAY "THRBRNCH - OPEN ERROR ON BUSDATE-IN "
031430             WS-THRBDT-STATUS
031433         SET WS-FATAL-ERROR TO TRUE
031436         GO TO 1010-EXIT
031439     END-IF.
031442     READ BUSDATE-IN
031445         AT END
031448             MOVE ZERO TO THR-BDT-BUS-DATE
031451     END-READ.
031454     IF THR-BDT-BUS-DATE IS NOT NUMERIC
031457         OR THR-BDT-BUS-DATE = ZERO
031460         DISPLAY "THRBRNCH - NO BUSINESS DATE ON BUSDATE-IN"
031463         SET WS-FATAL-ERROR TO TRUE
031466     ELSE
031469         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
031472     END-IF.
031475     CLOSE BUSDATE-IN.
031478 1010-EXIT.
031481     EXIT.
031500
031600******************************************************************
031700* 1100-READ-BELOW - READ THE NEXT BELOW-THRESHOLD RECORD        *
