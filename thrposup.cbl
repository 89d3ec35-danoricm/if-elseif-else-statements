002300*                  MODIFICATION HISTORY                         *
002400******************************************************************
002500* 2026-08-23 DM  INITIAL VERSION.                                *
002510* 2026-10-15 DM  POSITIONS ARE NOW STAMPED WITH THE THRBDT       *
002520*                BUSINESS DATE INSTEAD OF THE CLOCK DATE.        *
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS THR-POS-ACCT-ID
004600         FILE STATUS IS WS-THRPOS-STATUS.
004610
004620     SELECT BUSDATE-IN  ASSIGN TO THRBDT
004630         ORGANIZATION IS SEQUENTIAL
004640         FILE STATUS IS WS-THRBDT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005700                            THR-ACCT-NAME  BY THR-CUR-ACCT-NAME
005800                       THR-ACCT-BRANCH BY THR-CUR-ACCT-BRANCH
005900                 THR-ACCT-CATEGORY BY THR-CUR-ACCT-CATEGORY
006000                            THR-TXN-COUNT  BY THR-CUR-TXN-COUNT
006001                            THR-TXN-REF    BY THR-CUR-TXN-REF
006002                            THR-TXN-DATE   BY THR-CUR-TXN-DATE
006003                            THR-TXN-SEQ    BY THR-CUR-TXN-SEQ
006004                            THR-RESUB-SW   BY THR-CUR-RESUB-SW
006005                          THR-RESUB-REPAIR BY THR-CUR-RESUB-REPAIR
006006                     THR-RESUB-SUSPENSE BY THR-CUR-RESUB-SUSPENSE.
006100
006200 FD  REJECT-IN
006300     RECORDING MODE IS F
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY THRPOSR.
007010
007020 FD  BUSDATE-IN
007030     RECORDING MODE IS F
007040     LABEL RECORDS ARE STANDARD.
007050     COPY THRBDTR.
007100
007200 WORKING-STORAGE SECTION.
007300******************************************************************
008100     05  WS-THRPOS-STATUS        PIC X(02) VALUE "00".
008200         88  WS-THRPOS-OK                   VALUE "00".
008300         88  WS-THRPOS-NOT-FOUND            VALUE "35".
008310     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
008320         88  WS-THRBDT-OK                   VALUE "00".
008400
008500******************************************************************
008600*    PROGRAM SWITCHES                                           *
016200         SET WS-FATAL-ERROR TO TRUE
016300         GO TO 1000-EXIT
016400     END-IF.
016500     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
016510     IF WS-FATAL-ERROR
016520         GO TO 1000-EXIT
016530     END-IF.
016600     ACCEPT WS-RUN-TS-TIME FROM TIME.
016610     PERFORM 1300-SCAN-REJECT-DATES THRU 1300-EXIT.
016620     CLOSE REJECT-IN.
016800     PERFORM 1200-READ-REJECT THRU 1200-EXIT.
016900 1000-EXIT.
017000     EXIT.
017003
017006******************************************************************
017009* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
017012*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
017015******************************************************************
017018 1010-READ-BUSINESS-DATE.
017021     OPEN INPUT BUSDATE-IN.
017024     IF NOT WS-THRBDT-OK
017027         DISPLAY "THRPOSUP - OPEN ERROR ON BUSDATE-IN "
017030             WS-THRBDT-STATUS
017033         SET WS-FATAL-ERROR TO TRUE
017036         GO TO 1010-EXIT
017039     END-IF.
017042     READ BUSDATE-IN
017045         AT END
017048             MOVE ZERO TO THR-BDT-BUS-DATE
017051     END-READ.
017054     IF THR-BDT-BUS-DATE IS NOT NUMERIC
017057         OR THR-BDT-BUS-DATE = ZERO
017060         DISPLAY "THRPOSUP - NO BUSINESS DATE ON BUSDATE-IN"
017063         SET WS-FATAL-ERROR TO TRUE
017066     ELSE
017069         MOVE THR-BDT-BUS-DATE TO WS-RUN-TS-DATE
017072     END-IF.
017075     CLOSE BUSDATE-IN.
017078 1010-EXIT.
017081     EXIT.
017100
017200******************************************************************
017300* 1100-READ-CLASSIFIED - READ THE NEXT CLASSIFIED RECORD         *
