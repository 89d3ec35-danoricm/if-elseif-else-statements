003100*                  MODIFICATION HISTORY                         *
003200******************************************************************
003300* 2026-09-02 DM  INITIAL VERSION.                                *
003310* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
003320*                DATE INSTEAD OF THE SYSTEM CLOCK.               *
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
005600     SELECT REGISTER-RPT ASSIGN TO THRAMR
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-THRAMR-STATUS.
005810
005820     SELECT BUSDATE-IN  ASSIGN TO THRBDT
005830         ORGANIZATION IS SEQUENTIAL
005840         FILE STATUS IS WS-THRBDT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  WS-RPT-LINE                 PIC X(80).
008010
008020 FD  BUSDATE-IN
008030     RECORDING MODE IS F
008040     LABEL RECORDS ARE STANDARD.
008050     COPY THRBDTR.
008100
008200 WORKING-STORAGE SECTION.
008300******************************************************************
009300         88  WS-THRACT-NOT-FOUND            VALUE "35".
009400     05  WS-THRAMR-STATUS        PIC X(02) VALUE "00".
009500         88  WS-THRAMR-OK                   VALUE "00".
009510     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
009520         88  WS-THRBDT-OK                   VALUE "00".
009600
009700******************************************************************
009800*    PROGRAM SWITCHES                                           *
024300         GO TO 1000-EXIT
024400     END-IF.
024500     CLOSE CONTROL-IN.
024600     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
024610     IF WS-FATAL-ERROR
024620         GO TO 1000-EXIT
024630     END-IF.
024700     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
024800     WRITE WS-RPT-LINE FROM WS-RPT-HDR-LINE.
024900     PERFORM 1100-READ-MAINT THRU 1100-EXIT.
025000 1000-EXIT.
025100     EXIT.
025103
025106******************************************************************
025109* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
025112*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
025115******************************************************************
025118 1010-READ-BUSINESS-DATE.
025121     OPEN INPUT BUSDATE-IN.
025124     IF NOT WS-THRBDT-OK
025127         DISPLAY "THRACTMT - OPEN ERROR ON BUSDATE-IN "
025130             WS-THRBDT-STATUS
025133         SET WS-FATAL-ERROR TO TRUE
025136         GO TO 1010-EXIT
025139     END-IF.
025142     READ BUSDATE-IN
025145         AT END
025148             MOVE ZERO TO THR-BDT-BUS-DATE
025151     END-READ.
025154     IF THR-BDT-BUS-DATE IS NOT NUMERIC
025157         OR THR-BDT-BUS-DATE = ZERO
025160         DISPLAY "THRACTMT - NO BUSINESS DATE ON BUSDATE-IN"
025163         SET WS-FATAL-ERROR TO TRUE
025166     ELSE
025169         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
025172     END-IF.
025175     CLOSE BUSDATE-IN.
025178 1010-EXIT.
025181     EXIT.
025200
025300******************************************************************
025400* 1050-LOAD-CONTROL-TABLE - LOAD THE CATEGORY CODES FROM THE    *
