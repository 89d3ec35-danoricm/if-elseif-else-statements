002500*                  MODIFICATION HISTORY                         *
002600******************************************************************
002700* 2026-09-02 DM  INITIAL VERSION.                                *
002710* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
002720*                DATE INSTEAD OF THE SYSTEM CLOCK.               *
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
004600     SELECT POST-RPT    ASSIGN TO THRDPR
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-THRDPR-STATUS.
004810
004820     SELECT BUSDATE-IN  ASSIGN TO THRBDT
004830         ORGANIZATION IS SEQUENTIAL
004840         FILE STATUS IS WS-THRBDT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  WS-RPT-LINE                 PIC X(80).
007210
007220 FD  BUSDATE-IN
007230     RECORDING MODE IS F
007240     LABEL RECORDS ARE STANDARD.
007250     COPY THRBDTR.
007300
007400 WORKING-STORAGE SECTION.
007500******************************************************************
008200         88  WS-THRDSP-OK                   VALUE "00".
008300     05  WS-THRDPR-STATUS        PIC X(02) VALUE "00".
008400         88  WS-THRDPR-OK                   VALUE "00".
008410     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
008420         88  WS-THRBDT-OK                   VALUE "00".
008500
008600******************************************************************
008700*    PROGRAM SWITCHES                                           *
017700         SET WS-FATAL-ERROR TO TRUE
017800         GO TO 1000-EXIT
017900     END-IF.
018000     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
018010     IF WS-FATAL-ERROR
018020         GO TO 1000-EXIT
018030     END-IF.
018100     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
018200     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
018300     PERFORM 1100-READ-CARD THRU 1100-EXIT.
018400 1000-EXIT.
018500     EXIT.
018503
018506******************************************************************
018509* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
018512*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
018515******************************************************************
018518 1010-READ-BUSINESS-DATE.
018521     OPEN INPUT BUSDATE-IN.
018524     IF NOT WS-THRBDT-OK
018527         DISPLAY "THRDSPST - OPEN ERROR ON BUSDATE-IN "
018530             WS-THRBDT-STATUS
018533         SET WS-FATAL-ERROR TO TRUE
018536         GO TO 1010-EXIT
018539     END-IF.
018542     READ BUSDATE-IN
018545         AT END
018548             MOVE ZERO TO THR-BDT-BUS-DATE
018551     END-READ.
018554     IF THR-BDT-BUS-DATE IS NOT NUMERIC
018557         OR THR-BDT-BUS-DATE = ZERO
018560         DISPLAY "THRDSPST - NO BUSINESS DATE ON BUSDATE-IN"
018563         SET WS-FATAL-ERROR TO TRUE
018566     ELSE
018569         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
018572     END-IF.
018575     CLOSE BUSDATE-IN.
018578 1010-EXIT.
018581     EXIT.
018600
018700******************************************************************
018800* 1100-READ-CARD - READ THE NEXT DISPOSITION CARD               *
