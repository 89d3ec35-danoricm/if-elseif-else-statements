002300*                                                                *
002400*   A RECORD WITH A GARBLED TIMESTAMP DATE IS KEPT AND FLAGGED  *
002500*   WITH CONDITION CODE 4, THE SAME AS THE RETENTION PURGE.     *
002510*                                                                *
002520*   EVERY AUDIT RECORD BACKED OUT IS ALSO DELETED FROM THE      *
002530*   KEYED AUDIT TRAIL (THRAKYR).  A BACKED-OUT RECORD WITH NO   *
002540*   KEYED COUNTERPART IS COUNTED AND FLAGGED WITH CONDITION     *
002550*   CODE 4 - RUN THRAKYJB TO REBUILD THE KEYED COPY.            *
002560*                                                                *
002570*   EVERY DUPLICATE-CHECK ENTRY (THRDUPR) FIRST ACCEPTED UNDER   *
002580*   THE BACKED-OUT BUSINESS DATE IS DELETED, SO THE RERUN OF THE *
002590*   SAME FEED IS NOT REJECTED AS DUPLICATES OF ITSELF.  THE      *
002591*   ENTRIES CARRY NO TIME OF DAY, SO THE WHOLE DATE IS CLEARED   *
002592*   WHATEVER WINDOW THE CARD GIVES - RUN CONTROL ALLOWS ONLY ONE *
002593*   ACCEPTED CLASSIFY RUN PER BUSINESS DATE.                     *
002594*   AN ERROR ON THE FILE STOPS THE CLEARING WITH CONDITION CODE  *
002595*   4 - FINISH IT BY RERUNNING THE BACKOUT.                      *
002600*                                                                *
002700******************************************************************
002800*                  MODIFICATION HISTORY                         *
002900******************************************************************
003000* 2026-09-02 DM  INITIAL VERSION.                                *
003010* 2026-10-15 DM  BACKED-OUT AUDIT RECORDS ARE DELETED FROM THE   *
003020*                KEYED AUDIT TRAIL AS WELL.                      *
003030* 2026-10-15 DM  THE BACKED-OUT DATE'S DUPLICATE-CHECK ENTRIES   *
003040*                ARE DELETED SO THE RERUN IS NOT REJECTED AS     *
003050*                DUPLICATES; COUNT ON THE BACKOUT REPORT.        *
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
005500     SELECT AUDIT-BACK  ASSIGN TO THRAUDX
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-THRAUDX-STATUS.
005710
005720     SELECT AUDIT-KEYED ASSIGN TO THRAKY
005730         ORGANIZATION IS INDEXED
005740         ACCESS MODE IS DYNAMIC
005750         RECORD KEY IS THR-AKY-KEY
005760         FILE STATUS IS WS-THRAKY-STATUS.
005770
005780     SELECT THRESH-DUP  ASSIGN TO THRDUP
005782         ORGANIZATION IS INDEXED
005784         ACCESS MODE IS DYNAMIC
005786         RECORD KEY IS THR-DUP-KEY
005788         FILE STATUS IS WS-THRDUP-STATUS.
005800
005900     SELECT REJECT-KEEP ASSIGN TO THRREJK
006000         ORGANIZATION IS SEQUENTIAL
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  AUDX-RECORD                 PIC X(80).
010010
010020 FD  AUDIT-KEYED
010030     RECORDING MODE IS F
010040     LABEL RECORDS ARE STANDARD.
010050     COPY THRAKYR.
010060
010070 FD  THRESH-DUP
010075     RECORDING MODE IS F
010080     LABEL RECORDS ARE STANDARD.
010085     COPY THRDUPR.
010100
010200 FD  REJECT-KEEP
010300     RECORDING MODE IS F
012900         88  WS-THRAUDK-OK                  VALUE "00".
013000     05  WS-THRAUDX-STATUS       PIC X(02) VALUE "00".
013100         88  WS-THRAUDX-OK                  VALUE "00".
013110     05  WS-THRAKY-STATUS        PIC X(02) VALUE "00".
013120         88  WS-THRAKY-OK                   VALUE "00".
013130     05  WS-THRDUP-STATUS        PIC X(02) VALUE "00".
013140         88  WS-THRDUP-OK                   VALUE "00".
013200     05  WS-THRREJK-STATUS       PIC X(02) VALUE "00".
013300         88  WS-THRREJK-OK                  VALUE "00".
013400     05  WS-THRREJX-STATUS       PIC X(02) VALUE "00".
014800         88  WS-FATAL-ERROR                 VALUE "Y".
014900     05  WS-GARBLED-SW           PIC X(01) VALUE "N".
015000         88  WS-GARBLED-SEEN                VALUE "Y".
015010     05  WS-AKY-FIND-SW          PIC X(01) VALUE "S".
015020         88  WS-AKY-SEARCHING               VALUE "S".
015030         88  WS-AKY-FOUND                   VALUE "F".
015040         88  WS-AKY-MISSING                 VALUE "M".
015050     05  WS-DUP-EOF-SW           PIC X(01) VALUE "N".
015060         88  WS-DUP-EOF                     VALUE "Y".
015070     05  WS-DUP-ERROR-SW         PIC X(01) VALUE "N".
015080         88  WS-DUP-ERROR                   VALUE "Y".
015100
015200******************************************************************
015300*    BACKOUT WINDOW FROM THE CONTROL CARD                       *
016400     05  WS-AUD-KEPT             PIC 9(09) COMP VALUE ZERO.
016500     05  WS-AUD-BACKED           PIC 9(09) COMP VALUE ZERO.
016600     05  WS-AUD-GARBLED          PIC 9(09) COMP VALUE ZERO.
016610     05  WS-AKY-DELETED          PIC 9(09) COMP VALUE ZERO.
016620     05  WS-AKY-MISSED           PIC 9(09) COMP VALUE ZERO.
016630     05  WS-DUP-CLEARED          PIC 9(09) COMP VALUE ZERO.
016700     05  WS-REJ-READ             PIC 9(09) COMP VALUE ZERO.
016800     05  WS-REJ-KEPT             PIC 9(09) COMP VALUE ZERO.
016900     05  WS-REJ-BACKED           PIC 9(09) COMP VALUE ZERO.
020500         UNTIL WS-AUD-EOF.
020600     PERFORM 3000-SPLIT-REJECT THRU 3000-EXIT
020700         UNTIL WS-REJ-EOF.
020750     PERFORM 4000-CLEAR-DUP-ENTRIES THRU 4000-EXIT.
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020900     STOP RUN.
021000
024800         SET WS-FATAL-ERROR TO TRUE
024900         GO TO 1000-EXIT
025000     END-IF.
025010     OPEN I-O AUDIT-KEYED.
025020     IF NOT WS-THRAKY-OK
025030         DISPLAY "THRBKOUT - OPEN ERROR ON AUDIT-KEYED "
025040             WS-THRAKY-STATUS
025050         SET WS-FATAL-ERROR TO TRUE
025060         GO TO 1000-EXIT
025070     END-IF.
025080     OPEN I-O THRESH-DUP.
025082     IF NOT WS-THRDUP-OK
025084         DISPLAY "THRBKOUT - OPEN ERROR ON THRESH-DUP "
025086             WS-THRDUP-STATUS
025088         SET WS-FATAL-ERROR TO TRUE
025090         GO TO 1000-EXIT
025092     END-IF.
025100     OPEN OUTPUT REJECT-KEEP.
025200     IF NOT WS-THRREJK-OK
025300         DISPLAY "THRBKOUT - OPEN ERROR ON REJECT-KEEP "
036900         AND THR-AUD-TS-TIME <= WS-BKO-TO-TIME
037000         WRITE AUDX-RECORD FROM THR-AUD-RECORD
037100         ADD 1 TO WS-AUD-BACKED
037150         PERFORM 2400-DELETE-KEYED-AUDIT THRU 2400-EXIT
037200     ELSE
037300         WRITE AUDK-RECORD FROM THR-AUD-RECORD
037400         ADD 1 TO WS-AUD-KEPT
037700     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
037800 2000-EXIT.
037900     EXIT.
037901
037902******************************************************************
037903* 2400-DELETE-KEYED-AUDIT - DELETE THE BACKED-OUT RECORD'S COPY  *
037904*    FROM THE KEYED AUDIT TRAIL - THE FIRST RECORD AT ITS        *
037905*    ACCOUNT AND TIMESTAMP WHOSE AUDIT IMAGE MATCHES IT          *
037906******************************************************************
037907 2400-DELETE-KEYED-AUDIT.
037908     SET WS-AKY-SEARCHING TO TRUE.
037909     MOVE THR-AUD-ACCT-ID   TO THR-AKY-ACCT-ID.
037910     MOVE THR-AUD-TIMESTAMP TO THR-AKY-TIMESTAMP.
037911     MOVE ZERO              TO THR-AKY-SEQ.
037912     START AUDIT-KEYED KEY IS NOT LESS THAN THR-AKY-KEY
037913         INVALID KEY
037914             SET WS-AKY-MISSING TO TRUE
037915     END-START.
037916     PERFORM 2450-FIND-KEYED-AUDIT THRU 2450-EXIT
037917         UNTIL NOT WS-AKY-SEARCHING.
037918     IF WS-AKY-MISSING
037919         ADD 1 TO WS-AKY-MISSED
037920         DISPLAY "THRBKOUT - NO KEYED AUDIT RECORD FOR "
037921             THR-AUD-ACCT-ID " " THR-AUD-TIMESTAMP
037922         GO TO 2400-EXIT
037923     END-IF.
037924     DELETE AUDIT-KEYED RECORD
037925         INVALID KEY
037926             CONTINUE
037927     END-DELETE.
037928     IF WS-THRAKY-OK
037929         ADD 1 TO WS-AKY-DELETED
037930     ELSE
037931         ADD 1 TO WS-AKY-MISSED
037932         DISPLAY "THRBKOUT - DELETE ERROR ON AUDIT-KEYED "
037933             WS-THRAKY-STATUS " FOR " THR-AKY-KEY
037934     END-IF.
037935 2400-EXIT.
037936     EXIT.
037937
037938******************************************************************
037939* 2450-FIND-KEYED-AUDIT - READ THE NEXT KEYED RECORD AND STOP ON *
037940*    A MATCHING IMAGE, OR ONCE PAST THE ACCOUNT AND TIMESTAMP    *
037941******************************************************************
037942 2450-FIND-KEYED-AUDIT.
037943     READ AUDIT-KEYED NEXT RECORD
037944         AT END
037945             SET WS-AKY-MISSING TO TRUE
037946             GO TO 2450-EXIT
037947     END-READ.
037948     IF THR-AKY-ACCT-ID NOT = THR-AUD-ACCT-ID
037949         OR THR-AKY-TIMESTAMP NOT = THR-AUD-TIMESTAMP
037950         SET WS-AKY-MISSING TO TRUE
037951         GO TO 2450-EXIT
037952     END-IF.
037953     IF THR-AKY-AUDIT-IMAGE = THR-AUD-RECORD
037954         SET WS-AKY-FOUND TO TRUE
037955     END-IF.
037956 2450-EXIT.
037957     EXIT.
038000
038100******************************************************************
038200* 3000-SPLIT-REJECT - KEEP OR BACK OUT ONE REJECT RECORD.  A    *
040400     PERFORM 1200-READ-REJECT THRU 1200-EXIT.
040500 3000-EXIT.
040600     EXIT.
040610
040620******************************************************************
040630* 4000-CLEAR-DUP-ENTRIES - DELETE EVERY DUPLICATE-CHECK ENTRY    *
040640*    FIRST ACCEPTED ON THE BACKED-OUT BUSINESS DATE              *
040650******************************************************************
040660 4000-CLEAR-DUP-ENTRIES.
040662     MOVE LOW-VALUES TO THR-DUP-KEY.
040664     START THRESH-DUP KEY IS NOT LESS THAN THR-DUP-KEY
040666         INVALID KEY
040668             GO TO 4000-EXIT
040670     END-START.
040672     PERFORM 4100-CLEAR-ONE-ENTRY THRU 4100-EXIT
040674         UNTIL WS-DUP-EOF OR WS-DUP-ERROR.
040676 4000-EXIT.
040678     EXIT.
040680
040682******************************************************************
040684* 4100-CLEAR-ONE-ENTRY - READ THE NEXT DUPLICATE-CHECK ENTRY AND *
040686*    DELETE IT IF IT BELONGS TO THE BACKED-OUT DATE              *
040688******************************************************************
040690 4100-CLEAR-ONE-ENTRY.
040691     READ THRESH-DUP NEXT RECORD
040692         AT END
040693             SET WS-DUP-EOF TO TRUE
040694             GO TO 4100-EXIT
040695     END-READ.
040696     IF NOT WS-THRDUP-OK
040697         DISPLAY "THRBKOUT - READ ERROR ON THRESH-DUP "
040698             WS-THRDUP-STATUS
040699         SET WS-DUP-ERROR TO TRUE
040700         GO TO 4100-EXIT
040701     END-IF.
040702     IF THR-DUP-RUN-DATE NOT = WS-BKO-DATE
040703         GO TO 4100-EXIT
040704     END-IF.
040705     DELETE THRESH-DUP RECORD
040706         INVALID KEY
040707             DISPLAY "THRBKOUT - DELETE ERROR ON THRESH-DUP "
040708                 WS-THRDUP-STATUS " FOR " THR-DUP-KEY
040709             SET WS-DUP-ERROR TO TRUE
040710             GO TO 4100-EXIT
040711     END-DELETE.
040712     ADD 1 TO WS-DUP-CLEARED.
040713 4100-EXIT.
040714     EXIT.
040715
040800******************************************************************
040900* 8000-WRITE-REPORT-TOTALS - PRINT THE SPLIT COUNTS PER STREAM  *
041000******************************************************************
042200     MOVE "GARBLED DATE" TO WS-RPT-STREAM-TAG.
042300     MOVE WS-AUD-GARBLED TO WS-RPT-STREAM-CNT.
042400     WRITE WS-RPT-LINE FROM WS-RPT-STREAM-LINE.
042410     MOVE "KEYED DELETED" TO WS-RPT-STREAM-TAG.
042420     MOVE WS-AKY-DELETED TO WS-RPT-STREAM-CNT.
042430     WRITE WS-RPT-LINE FROM WS-RPT-STREAM-LINE.
042440     MOVE "KEYED MISSED" TO WS-RPT-STREAM-TAG.
042450     MOVE WS-AKY-MISSED TO WS-RPT-STREAM-CNT.
042460     WRITE WS-RPT-LINE FROM WS-RPT-STREAM-LINE.
042500     MOVE "REJECT"    TO WS-RPT-STREAM-NAME.
042600     MOVE "READ"      TO WS-RPT-STREAM-TAG.
042700     MOVE WS-REJ-READ TO WS-RPT-STREAM-CNT.
043500     MOVE "GARBLED DATE" TO WS-RPT-STREAM-TAG.
043600     MOVE WS-REJ-GARBLED TO WS-RPT-STREAM-CNT.
043700     WRITE WS-RPT-LINE FROM WS-RPT-STREAM-LINE.
043710     MOVE "DUPCHECK"  TO WS-RPT-STREAM-NAME.
043720     MOVE "DELETED"   TO WS-RPT-STREAM-TAG.
043730     MOVE WS-DUP-CLEARED TO WS-RPT-STREAM-CNT.
043740     WRITE WS-RPT-LINE FROM WS-RPT-STREAM-LINE.
043800 8000-EXIT.
043900     EXIT.
044000
044300******************************************************************
044400 9000-TERMINATE.
044500     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
044600     CLOSE AUDIT-IN REJECT-IN AUDIT-KEEP AUDIT-BACK AUDIT-KEYED
044700           REJECT-KEEP REJECT-BACK BACKOUT-RPT THRESH-DUP.
044800     IF WS-GARBLED-SEEN OR WS-AKY-MISSED > 0 OR WS-DUP-ERROR
044900         MOVE 0004 TO RETURN-CODE
045000     ELSE
045100         MOVE 0000 TO RETURN-CODE
