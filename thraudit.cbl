001400*   FORMATTED REPORT AND A MACHINE-READABLE EXTRACT IN THE      *
001500*   SAME THRAUDR LAYOUT, WITH A COUNT OF RECORDS SCANNED        *
001600*   VERSUS SELECTED ON THE REPORT TRAILER.                      *
001610*                                                                *
001620*   THE RECORDS ARE READ FROM THE KEYED AUDIT TRAIL (THRAKYR),  *
001630*   IN ACCOUNT AND TIMESTAMP ORDER.  A REQUEST NAMING AN        *
001640*   ACCOUNT STARTS AT THAT ACCOUNT'S FROM DATE AND STOPS AT     *
001650*   ITS TO DATE; A DATE RANGE WITH NO ACCOUNT STARTS EACH       *
001660*   ACCOUNT AT THE FROM DATE AND SKIPS TO THE NEXT ACCOUNT      *
001670*   PAST THE TO DATE - SO ONLY THE RECORDS NEEDED ARE READ.     *
001700*                                                                *
001800******************************************************************
001900*                  MODIFICATION HISTORY                         *
002110* 2026-09-02 DM  AUDIT VALUES ARE NOW SIGNED - THE REPORT        *
002120*                PRINTS THE VALUE WITH ITS SIGN INSTEAD OF THE   *
002130*                RAW FIVE BYTES.                                 *
002140* 2026-10-15 DM  READS THE KEYED AUDIT TRAIL INSTEAD OF THE      *
002150*                WHOLE FLAT TRAIL, POSITIONING ON THE ACCOUNT    *
002160*                AND DATE RANGE REQUESTED.  REPORT AND EXTRACT   *
002170*                ARE NOW IN ACCOUNT AND TIMESTAMP ORDER.         *
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT AUDIT-KEYED ASSIGN TO THRAKY
003100         ORGANIZATION IS INDEXED
003110         ACCESS MODE IS DYNAMIC
003120         RECORD KEY IS THR-AKY-KEY
003200         FILE STATUS IS WS-THRAKY-STATUS.
003300
003400     SELECT SELECT-CTL  ASSIGN TO THRSEL
003500         ORGANIZATION IS SEQUENTIAL
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  AUDIT-KEYED
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100     COPY THRAKYR.
005200
005300 FD  SELECT-CTL
005400     RECORDING MODE IS F
008300*    FILE STATUS FIELDS                                         *
008400******************************************************************
008500 01  WS-FILE-STATUSES.
008600     05  WS-THRAKY-STATUS        PIC X(02) VALUE "00".
008700         88  WS-THRAKY-OK                   VALUE "00".
008800     05  WS-THRSEL-STATUS        PIC X(02) VALUE "00".
008900         88  WS-THRSEL-OK                   VALUE "00".
009000     05  WS-THRARP-STATUS        PIC X(02) VALUE "00".
010300     05  WS-SELECT-SW            PIC X(01) VALUE "N".
010400         88  WS-RECORD-SELECTED             VALUE "Y".
010500         88  WS-RECORD-BYPASSED             VALUE "N".
010510     05  WS-AUD-RANGE-SW         PIC X(01) VALUE "N".
010520         88  WS-AUD-IN-RANGE                VALUE "Y".
010530         88  WS-AUD-OUT-OF-RANGE            VALUE "N".
010540
010550******************************************************************
010560*    THE AUDIT RECORD IN HAND, AS CARRIED ON THE KEYED TRAIL     *
010570******************************************************************
010580     COPY THRAUDR.
010600
010700******************************************************************
010800*    SELECTION CRITERIA FROM THE CONTROL CARD - BLANK MEANS     *
019900*    THE HEADINGS AND PRIME THE AUDIT READ                       *
020000******************************************************************
020100 1000-INITIALIZE.
020200     OPEN INPUT AUDIT-KEYED.
020300     IF NOT WS-THRAKY-OK
020400         DISPLAY "THRAUDIT - OPEN ERROR ON AUDIT-KEYED "
020500             WS-THRAKY-STATUS
020600         SET WS-FATAL-ERROR TO TRUE
020700         GO TO 1000-EXIT
020800     END-IF.
023900     MOVE WS-SEL-DATE-TO   TO WS-RPT-HDR-TO.
024000     WRITE WS-RPT-LINE FROM WS-RPT-HDR2-LINE.
024100     WRITE WS-RPT-LINE FROM WS-RPT-COLHDR-LINE.
024150     PERFORM 1080-POSITION-KEYED-TRAIL THRU 1080-EXIT.
024200     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
024300 1000-EXIT.
024400     EXIT.
027600 1050-EXIT.
027700     EXIT.
027800
027810******************************************************************
027820* 1080-POSITION-KEYED-TRAIL - START AT THE REQUESTED ACCOUNT'S   *
027830*    FROM DATE, OR AT THE TOP OF THE FILE WHEN NO ACCOUNT IS     *
027840*    NAMED                                                       *
027850******************************************************************
027860 1080-POSITION-KEYED-TRAIL.
027870     IF WS-SEL-ACCT-ID = SPACES
027880         MOVE LOW-VALUES TO THR-AKY-KEY
027890     ELSE
027900         MOVE WS-SEL-ACCT-ID   TO THR-AKY-ACCT-ID
027910         MOVE WS-SEL-DATE-FROM TO THR-AKY-TS-DATE
027920         MOVE ZERO             TO THR-AKY-TS-TIME
027930         MOVE ZERO             TO THR-AKY-SEQ
027940     END-IF.
027950     START AUDIT-KEYED KEY IS NOT LESS THAN THR-AKY-KEY
027960         INVALID KEY
027970             SET WS-AUD-EOF TO TRUE
027980     END-START.
027990 1080-EXIT.
027995     EXIT.
027998
028000******************************************************************
028010* 1100-READ-AUDIT - DELIVER THE NEXT KEYED AUDIT RECORD INSIDE   *
028020*    THE REQUESTED ACCOUNT AND DATE RANGE                        *
028030******************************************************************
028200 1100-READ-AUDIT.
028300     SET WS-AUD-OUT-OF-RANGE TO TRUE.
028400     PERFORM 1150-READ-KEYED-TRAIL THRU 1150-EXIT
028500         UNTIL WS-AUD-EOF OR WS-AUD-IN-RANGE.
028900 1100-EXIT.
029000     EXIT.
029001
029002******************************************************************
029003* 1150-READ-KEYED-TRAIL - READ ONE KEYED RECORD.  PAST THE       *
029004*    NAMED ACCOUNT, OR PAST ITS TO DATE, IS END OF FILE.  WITH   *
029005*    NO ACCOUNT NAMED, A RECORD BEFORE THE FROM DATE REPOSITIONS *
029006*    AT THAT ACCOUNT'S FROM DATE AND A RECORD AFTER THE TO DATE  *
029007*    SKIPS TO THE NEXT ACCOUNT.  A GARBLED DATE IS PASSED ON TO  *
029008*    THE SELECTION, WHICH BYPASSES IT.                           *
029009******************************************************************
029010 1150-READ-KEYED-TRAIL.
029011     READ AUDIT-KEYED NEXT RECORD
029012         AT END
029013             SET WS-AUD-EOF TO TRUE
029014             GO TO 1150-EXIT
029015     END-READ.
029016     ADD 1 TO WS-RECORDS-SCANNED.
029017     IF WS-SEL-ACCT-ID NOT = SPACES
029018         AND THR-AKY-ACCT-ID NOT = WS-SEL-ACCT-ID
029019         SET WS-AUD-EOF TO TRUE
029020         GO TO 1150-EXIT
029021     END-IF.
029022     IF THR-AKY-TS-DATE IS NOT NUMERIC
029023         GO TO 1150-IN-RANGE
029024     END-IF.
029025     IF THR-AKY-TS-DATE < WS-SEL-DATE-FROM
029026         MOVE WS-SEL-DATE-FROM TO THR-AKY-TS-DATE
029027         MOVE ZERO             TO THR-AKY-TS-TIME
029028         MOVE ZERO             TO THR-AKY-SEQ
029029         START AUDIT-KEYED KEY IS NOT LESS THAN THR-AKY-KEY
029030             INVALID KEY
029031                 SET WS-AUD-EOF TO TRUE
029032         END-START
029033         GO TO 1150-EXIT
029034     END-IF.
029035     IF THR-AKY-TS-DATE > WS-SEL-DATE-TO
029036         IF WS-SEL-ACCT-ID NOT = SPACES
029037             SET WS-AUD-EOF TO TRUE
029038             GO TO 1150-EXIT
029039         END-IF
029040         MOVE HIGH-VALUES TO THR-AKY-POSITION
029041         START AUDIT-KEYED KEY IS GREATER THAN THR-AKY-KEY
029042             INVALID KEY
029043                 SET WS-AUD-EOF TO TRUE
029044         END-START
029045         GO TO 1150-EXIT
029046     END-IF.
029047 1150-IN-RANGE.
029048     MOVE THR-AKY-AUDIT-IMAGE TO THR-AUD-RECORD.
029049     SET WS-AUD-IN-RANGE TO TRUE.
029050 1150-EXIT.
029051     EXIT.
029100
029200******************************************************************
029300* 2000-PROCESS-AUDIT-RECORD - APPLY THE SELECTION CRITERIA AND   *
037400******************************************************************
037500 9000-TERMINATE.
037600     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
037700     CLOSE AUDIT-KEYED INQUIRY-RPT EXTRACT-OUT.
037800     MOVE 0000 TO RETURN-CODE.
037900 9000-EXIT.
038000     EXIT.
