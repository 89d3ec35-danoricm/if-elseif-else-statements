002000*   KEPT, COUNTED, AND FLAGGED WITH CONDITION CODE 4 FOR        *
002100*   OPERATIONS REVIEW - IT IS NEVER ARCHIVED OFF THE LIVE       *
002200*   FILE ON A DATE THAT CANNOT BE TRUSTED.                      *
002210*                                                                *
002220*   EVERY AUDIT RECORD ARCHIVED IS ALSO DELETED FROM THE KEYED  *
002230*   AUDIT TRAIL (THRAKYR), SO THE KEYED COPY HOLDS THE SAME     *
002240*   RECORDS AS THE REWRITTEN LIVE TRAIL.  AN ARCHIVED RECORD    *
002250*   WITH NO KEYED COUNTERPART IS COUNTED AND FLAGGED WITH       *
002260*   CONDITION CODE 4 - THE TWO FILES HAVE DRIFTED AND THRAKYJB  *
002270*   SHOULD BE RUN TO REBUILD THE KEYED COPY.                    *
002300*                                                                *
002400******************************************************************
002500*                  MODIFICATION HISTORY                         *
002600******************************************************************
002700* 2026-08-23 DM  INITIAL VERSION.                                *
002710* 2026-10-15 DM  RUN DATE NOW TAKEN FROM THE THRBDT BUSINESS     *
002720*                DATE INSTEAD OF THE SYSTEM CLOCK.               *
002730* 2026-10-15 DM  ARCHIVED AUDIT RECORDS ARE DELETED FROM THE     *
002740*                KEYED AUDIT TRAIL AS WELL.                      *
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
004400     SELECT AUDIT-ARCH  ASSIGN TO THRAUDA
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-THRAUDA-STATUS.
004610
004620     SELECT AUDIT-KEYED ASSIGN TO THRAKY
004630         ORGANIZATION IS INDEXED
004640         ACCESS MODE IS DYNAMIC
004650         RECORD KEY IS THR-AKY-KEY
004660         FILE STATUS IS WS-THRAKY-STATUS.
004700
004800     SELECT REJECT-IN   ASSIGN TO THRREJ
004900         ORGANIZATION IS SEQUENTIAL
006400     SELECT PURGE-RPT   ASSIGN TO THRPRP
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-THRPRP-STATUS.
006610
006620     SELECT BUSDATE-IN  ASSIGN TO THRBDT
006630         ORGANIZATION IS SEQUENTIAL
006640         FILE STATUS IS WS-THRBDT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  AUDA-RECORD                 PIC X(80).
008310
008320 FD  AUDIT-KEYED
008330     RECORDING MODE IS F
008340     LABEL RECORDS ARE STANDARD.
008350     COPY THRAKYR.
008400
008500 FD  REJECT-IN
008600     RECORDING MODE IS F
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  WS-RPT-LINE                 PIC X(80).
011010
011020 FD  BUSDATE-IN
011030     RECORDING MODE IS F
011040     LABEL RECORDS ARE STANDARD.
011050     COPY THRBDTR.
011100
011200 WORKING-STORAGE SECTION.
011300******************************************************************
012000         88  WS-THRAUDK-OK                  VALUE "00".
012100     05  WS-THRAUDA-STATUS       PIC X(02) VALUE "00".
012200         88  WS-THRAUDA-OK                  VALUE "00".
012210     05  WS-THRAKY-STATUS        PIC X(02) VALUE "00".
012220         88  WS-THRAKY-OK                   VALUE "00".
012300     05  WS-THRREJ-STATUS        PIC X(02) VALUE "00".
012400         88  WS-THRREJ-OK                   VALUE "00".
012500     05  WS-THRREJK-STATUS       PIC X(02) VALUE "00".
013000         88  WS-THRPGC-OK                   VALUE "00".
013100     05  WS-THRPRP-STATUS        PIC X(02) VALUE "00".
013200         88  WS-THRPRP-OK                   VALUE "00".
013210     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
013220         88  WS-THRBDT-OK                   VALUE "00".
013300
013400******************************************************************
013500*    PROGRAM SWITCHES                                           *
014100         88  WS-REJ-EOF                     VALUE "Y".
014200     05  WS-FATAL-SW             PIC X(01) VALUE "N".
014300         88  WS-FATAL-ERROR                 VALUE "Y".
014310     05  WS-AKY-FIND-SW          PIC X(01) VALUE "S".
014320         88  WS-AKY-SEARCHING               VALUE "S".
014330         88  WS-AKY-FOUND                   VALUE "F".
014340         88  WS-AKY-MISSING                 VALUE "M".
014400
014500******************************************************************
014600*    RUN CONTROL VALUES LOADED FROM THE PURGE CONTROL CARD      *
019200     05  WS-AUD-READ             PIC 9(09) COMP VALUE ZERO.
019300     05  WS-REJ-READ             PIC 9(09) COMP VALUE ZERO.
019400     05  WS-DATES-GARBLED        PIC 9(09) COMP VALUE ZERO.
019410     05  WS-AKY-DELETED          PIC 9(09) COMP VALUE ZERO.
019420     05  WS-AKY-MISSED           PIC 9(09) COMP VALUE ZERO.
019500
019600******************************************************************
019700*    REPORT LINES                                                *
026800         SET WS-FATAL-ERROR TO TRUE
026900         GO TO 1000-EXIT
027000     END-IF.
027010     OPEN I-O AUDIT-KEYED.
027020     IF NOT WS-THRAKY-OK
027030         DISPLAY "THRPURGE - OPEN ERROR ON AUDIT-KEYED "
027040             WS-THRAKY-STATUS
027050         SET WS-FATAL-ERROR TO TRUE
027060         GO TO 1000-EXIT
027070     END-IF.
027100     OPEN INPUT REJECT-IN.
027200     IF NOT WS-THRREJ-OK
027300         DISPLAY "THRPURGE - OPEN ERROR ON REJECT-IN "
030800         GO TO 1000-EXIT
030900     END-IF.
031000     CLOSE PURGE-CTL.
031100     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
031110     IF WS-FATAL-ERROR
031120         GO TO 1000-EXIT
031130     END-IF.
031200     MOVE WS-RUN-DATE-CCYYMMDD TO WS-CUTOFF-DATE-N.
031300     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT
031400         WS-RETENTION-DAYS TIMES.
031900     PERFORM 1200-READ-REJECT THRU 1200-EXIT.
032000 1000-EXIT.
032100     EXIT.
032103
032106******************************************************************
032109* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
032112*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
032115******************************************************************
032118 1010-READ-BUSINESS-DATE.
032121     OPEN INPUT BUSDATE-IN.
032124     IF NOT WS-THRBDT-OK
032127         DISPLAY "THRPURGE - OPEN ERROR ON BUSDATE-IN "
032130             WS-THRBDT-STATUS
032133         SET WS-FATAL-ERROR TO TRUE
032136         GO TO 1010-EXIT
032139     END-IF.
032142     READ BUSDATE-IN
032145         AT END
032148             MOVE ZERO TO THR-BDT-BUS-DATE
032151     END-READ.
032154     IF THR-BDT-BUS-DATE IS NOT NUMERIC
032157         OR THR-BDT-BUS-DATE = ZERO
032160         DISPLAY "THRPURGE - NO BUSINESS DATE ON BUSDATE-IN"
032163         SET WS-FATAL-ERROR TO TRUE
032166     ELSE
032169         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
032172     END-IF.
032175     CLOSE BUSDATE-IN.
032178 1010-EXIT.
032181     EXIT.
032200
032300******************************************************************
032400* 1050-LOAD-CONTROL-RECORD - READ THE ONE-TIME RETENTION PARM    *
043100         MOVE 2 TO WS-STREAM-SUB
043200         PERFORM 2200-COUNT-STREAM THRU 2200-EXIT
043300         WRITE AUDA-RECORD FROM THR-AUD-RECORD
043350         PERFORM 2400-DELETE-KEYED-AUDIT THRU 2400-EXIT
043400     ELSE
043500         MOVE 1 TO WS-STREAM-SUB
043600         PERFORM 2200-COUNT-STREAM THRU 2200-EXIT
045500     END-IF.
045600 2200-EXIT.
045700     EXIT.
045701
045702******************************************************************
045703* 2400-DELETE-KEYED-AUDIT - DELETE THE ARCHIVED RECORD'S COPY    *
045704*    FROM THE KEYED AUDIT TRAIL - THE FIRST RECORD AT ITS        *
045705*    ACCOUNT AND TIMESTAMP WHOSE AUDIT IMAGE MATCHES IT          *
045706******************************************************************
045707 2400-DELETE-KEYED-AUDIT.
045708     SET WS-AKY-SEARCHING TO TRUE.
045709     MOVE THR-AUD-ACCT-ID   TO THR-AKY-ACCT-ID.
045710     MOVE THR-AUD-TIMESTAMP TO THR-AKY-TIMESTAMP.
045711     MOVE ZERO              TO THR-AKY-SEQ.
045712     START AUDIT-KEYED KEY IS NOT LESS THAN THR-AKY-KEY
045713         INVALID KEY
045714             SET WS-AKY-MISSING TO TRUE
045715     END-START.
045716     PERFORM 2450-FIND-KEYED-AUDIT THRU 2450-EXIT
045717         UNTIL NOT WS-AKY-SEARCHING.
045718     IF WS-AKY-MISSING
045719         ADD 1 TO WS-AKY-MISSED
045720         DISPLAY "THRPURGE - NO KEYED AUDIT RECORD FOR "
045721             THR-AUD-ACCT-ID " " THR-AUD-TIMESTAMP
045722         GO TO 2400-EXIT
045723     END-IF.
045724     DELETE AUDIT-KEYED RECORD
045725         INVALID KEY
045726             CONTINUE
045727     END-DELETE.
045728     IF WS-THRAKY-OK
045729         ADD 1 TO WS-AKY-DELETED
045730     ELSE
045731         ADD 1 TO WS-AKY-MISSED
045732         DISPLAY "THRPURGE - DELETE ERROR ON AUDIT-KEYED "
045733             WS-THRAKY-STATUS " FOR " THR-AKY-KEY
045734     END-IF.
045735 2400-EXIT.
045736     EXIT.
045737
045738******************************************************************
045739* 2450-FIND-KEYED-AUDIT - READ THE NEXT KEYED RECORD AND STOP ON *
045740*    A MATCHING IMAGE, OR ONCE PAST THE ACCOUNT AND TIMESTAMP    *
045741******************************************************************
045742 2450-FIND-KEYED-AUDIT.
045743     READ AUDIT-KEYED NEXT RECORD
045744         AT END
045745             SET WS-AKY-MISSING TO TRUE
045746             GO TO 2450-EXIT
045747     END-READ.
045748     IF THR-AKY-ACCT-ID NOT = THR-AUD-ACCT-ID
045749         OR THR-AKY-TIMESTAMP NOT = THR-AUD-TIMESTAMP
045750         SET WS-AKY-MISSING TO TRUE
045751         GO TO 2450-EXIT
045752     END-IF.
045753     IF THR-AKY-AUDIT-IMAGE = THR-AUD-RECORD
045754         SET WS-AKY-FOUND TO TRUE
045755     END-IF.
045756 2450-EXIT.
045757     EXIT.
045800
045900******************************************************************
046000* 3000-SPLIT-REJECT - ROUTE ONE REJECT RECORD TO THE KEPT OR     *
050100     MOVE "GARBLED DATES KEPT"   TO WS-RPT-COUNT-NAME.
050200     MOVE WS-DATES-GARBLED       TO WS-RPT-COUNT-CNT.
050300     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
050310     MOVE "KEYED RECORDS DELETED" TO WS-RPT-COUNT-NAME.
050320     MOVE WS-AKY-DELETED         TO WS-RPT-COUNT-CNT.
050330     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
050340     MOVE "KEYED RECORDS MISSED" TO WS-RPT-COUNT-NAME.
050350     MOVE WS-AKY-MISSED          TO WS-RPT-COUNT-CNT.
050360     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
050400 8000-EXIT.
050500     EXIT.
050600
052900******************************************************************
053000 9000-TERMINATE.
053100     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
053200     CLOSE AUDIT-IN AUDIT-KEEP AUDIT-ARCH AUDIT-KEYED
053300           REJECT-IN REJECT-KEEP REJECT-ARCH PURGE-RPT.
053400     IF WS-DATES-GARBLED > 0 OR WS-AKY-MISSED > 0
053500         MOVE 0004 TO RETURN-CODE
053600     ELSE
053700         MOVE 0000 TO RETURN-CODE
