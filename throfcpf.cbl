000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THROFCPF.
000300 AUTHOR.        D. MARCUS.
000400 INSTALLATION.  BATCH SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   THIS PROGRAM PRINTS THE WEEKLY RELATIONSHIP-OFFICER          *
001000*   PORTFOLIO REPORT.  IT READS THE OPEN ACCOUNTS OFF THE        *
001100*   ACCOUNT MASTER (THRACTR LAYOUT), SORTED BY THE JOB ON        *
001200*   THR-ACT-OFFICER AND ACCOUNT ID, AND PRINTS ONE SECTION PER   *
001300*   OFFICER.  EACH ACCOUNT LINE CARRIES THE CURRENT CLASS AND    *
001400*   VALUE FROM THE THRPOS POSITION MASTER AND THE CHANGE SINCE   *
001500*   THE PRIOR WEEK'S RUN, TAKEN FROM THE THROSN SNAPSHOT FILE    *
001600*   (THROSNR LAYOUT) THIS PROGRAM KEEPS FOR ITSELF.  UNDER EACH  *
001700*   ACCOUNT ARE ITS OPEN REVIEW-DESK ITEMS FROM THE THRDSP       *
001800*   DISPOSITION FILE (PENDING OR ESCALATED) AND ITS SUSPENSE     *
001900*   HOLDS FROM THE THRSHI HOLD FILE, EACH WITH ITS AGE IN        *
002000*   BUSINESS DAYS OFF THE THRCAL PROCESSING CALENDAR - THE SAME  *
002100*   AGE THE NOTIFY WORKLIST SHOWS.                               *
002200*                                                                *
002300*   EACH SECTION ENDS WITH THE OFFICER'S COUNTS BY CLASS CODE,   *
002400*   AND A ONE-PAGE SUMMARY AT THE END GIVES THE SAME COUNTS -    *
002500*   WITH THE NUMBER OF WO/OV ACCOUNTS - ONE LINE PER OFFICER.    *
002600*   THE SAME DATA IS WRITTEN TO THE THROPX EXTRACT (THROPXR      *
002700*   LAYOUT) FOR THE RELATIONSHIP-MANAGEMENT TEAM, WITH A         *
002800*   COUNT AND HASH TRAILER FOR THEIR BALANCING.                  *
002900*                                                                *
003000*   ACCOUNTS WITH NO OFFICER CODE PRINT UNDER "*NONE".           *
003100*   CONDITION CODE 4 IS RETURNED WHEN THE HOLD OR OFFICER TABLE  *
003200*   OVERFLOWS (THE REPORT SAYS WHAT WAS LEFT OUT), AND 16 IF     *
003300*   SETUP FAILS.                                                 *
003400*                                                                *
003500******************************************************************
003600*                  MODIFICATION HISTORY                         *
003700******************************************************************
003800* 2026-10-15 DM  INITIAL VERSION.                                *
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACCT-IN     ASSIGN TO THRACT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-THRACT-STATUS.
005000
005100     SELECT POSITION-MST ASSIGN TO THRPOS
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS THR-POS-ACCT-ID
005500         FILE STATUS IS WS-THRPOS-STATUS.
005600
005700     SELECT DISP-MST    ASSIGN TO THRDSP
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS THR-DSP-KEY
006100         FILE STATUS IS WS-THRDSP-STATUS.
006200
006300     SELECT HOLD-IN     ASSIGN TO THRSHI
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-THRSHI-STATUS.
006600
006700     SELECT CALENDAR-MST ASSIGN TO THRCAL
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS THR-CAL-KEY
007100         FILE STATUS IS WS-THRCAL-STATUS.
007200
007300     SELECT SNAP-MST    ASSIGN TO THROSN
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS THR-OSN-ACCT-ID
007700         FILE STATUS IS WS-THROSN-STATUS.
007800
007900     SELECT EXTRACT-OUT ASSIGN TO THROPX
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-THROPX-STATUS.
008200
008300     SELECT PORTF-RPT   ASSIGN TO THROPR
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-THROPR-STATUS.
008600
008700     SELECT BUSDATE-IN  ASSIGN TO THRBDT
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-THRBDT-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  ACCT-IN
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600     COPY THRACTR.
009700
009800 FD  POSITION-MST
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY THRPOSR.
010200
010300 FD  DISP-MST
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600     COPY THRDSPR.
010700
010800 FD  HOLD-IN
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100     COPY THRSHLR.
011200
011300 FD  CALENDAR-MST
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600     COPY THRCALR.
011700
011800 FD  SNAP-MST
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100     COPY THROSNR.
012200
012300 FD  EXTRACT-OUT
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600     COPY THROPXR.
012700
012800 FD  PORTF-RPT
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100 01  WS-RPT-LINE                 PIC X(80).
013200
013300 FD  BUSDATE-IN
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600     COPY THRBDTR.
013700
013800 WORKING-STORAGE SECTION.
013900******************************************************************
014000*    FILE STATUS FIELDS                                         *
014100******************************************************************
014200 01  WS-FILE-STATUSES.
014300     05  WS-THRACT-STATUS        PIC X(02) VALUE "00".
014400         88  WS-THRACT-OK                   VALUE "00".
014500     05  WS-THRPOS-STATUS        PIC X(02) VALUE "00".
014600         88  WS-THRPOS-OK                   VALUE "00".
014700     05  WS-THRDSP-STATUS        PIC X(02) VALUE "00".
014800         88  WS-THRDSP-OK                   VALUE "00".
014900     05  WS-THRSHI-STATUS        PIC X(02) VALUE "00".
015000         88  WS-THRSHI-OK                   VALUE "00".
015100     05  WS-THRCAL-STATUS        PIC X(02) VALUE "00".
015200         88  WS-THRCAL-OK                   VALUE "00".
015300     05  WS-THROSN-STATUS        PIC X(02) VALUE "00".
015400         88  WS-THROSN-OK                   VALUE "00".
015500         88  WS-THROSN-NOT-FOUND            VALUE "35".
015600     05  WS-THROPX-STATUS        PIC X(02) VALUE "00".
015700         88  WS-THROPX-OK                   VALUE "00".
015800     05  WS-THROPR-STATUS        PIC X(02) VALUE "00".
015900         88  WS-THROPR-OK                   VALUE "00".
016000     05  WS-THRBDT-STATUS        PIC X(02) VALUE "00".
016100         88  WS-THRBDT-OK                   VALUE "00".
016200
016300******************************************************************
016400*    PROGRAM SWITCHES                                           *
016500******************************************************************
016600 01  WS-SWITCHES.
016700     05  WS-FATAL-SW             PIC X(01) VALUE "N".
016800         88  WS-FATAL-ERROR                 VALUE "Y".
016900     05  WS-ACT-EOF-SW           PIC X(01) VALUE "N".
017000         88  WS-ACT-EOF                     VALUE "Y".
017100     05  WS-HLD-EOF-SW           PIC X(01) VALUE "N".
017200         88  WS-HLD-EOF                     VALUE "Y".
017300     05  WS-DSP-EOF-SW           PIC X(01) VALUE "N".
017400         88  WS-DSP-EOF                     VALUE "Y".
017500         88  WS-DSP-NOT-EOF                 VALUE "N".
017600     05  WS-FIRST-OFFICER-SW     PIC X(01) VALUE "Y".
017700         88  WS-FIRST-OFFICER               VALUE "Y".
017800     05  WS-POSITION-SW          PIC X(01) VALUE "N".
017900         88  WS-POSITION-FOUND              VALUE "Y".
018000         88  WS-NO-POSITION                 VALUE "N".
018100     05  WS-PRIOR-SW             PIC X(01) VALUE "N".
018200         88  WS-PRIOR-FOUND                 VALUE "Y".
018300         88  WS-NO-PRIOR                    VALUE "N".
018400     05  WS-OFC-FULL-SW          PIC X(01) VALUE "N".
018500         88  WS-OFC-TABLE-FULL              VALUE "Y".
018600
018700******************************************************************
018800*    RUN DATE AND BUSINESS-DAY NUMBER FOR THE AGES               *
018900******************************************************************
019000 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
019100 01  WS-RUN-BUS-DAY-NO           PIC 9(07) VALUE ZERO.
019200
019300******************************************************************
019400*    AGE-IN-DAYS WORK FIELDS - THE AGE IS THE DIFFERENCE OF THE *
019500*    CALENDAR'S BUSINESS-DAY NUMBERS; A DATE NOT ON THE         *
019600*    CALENDAR IS STEPPED FORWARD ONE CALENDAR DAY AT A TIME     *
019700*    UNTIL IT MEETS THE RUN DATE.  EITHER WAY CAPPED AT 999.    *
019800******************************************************************
019900 01  WS-AGE-FROM-DATE            PIC 9(08) VALUE ZERO.
020000 01  WS-AGE-DAYS                 PIC 9(03) VALUE ZERO.
020100 01  WS-AGE-DATE.
020200     05  WS-AGE-YYYY             PIC 9(04).
020300     05  WS-AGE-MM               PIC 9(02).
020400     05  WS-AGE-DD               PIC 9(02).
020500 01  WS-AGE-DATE-N REDEFINES WS-AGE-DATE
020600                                 PIC 9(08).
020700 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
020800 01  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
020900 01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
021000
021100******************************************************************
021200*    THE OFFICER WHOSE SECTION IS PRINTING, AND THE ACCOUNT IN   *
021300*    HAND - ITS CURRENT POSITION AND THE PRIOR WEEK'S IMAGE      *
021400******************************************************************
021500 01  WS-CUR-OFFICER              PIC X(04) VALUE SPACES.
021600 01  WS-WORK-CLASS               PIC X(02) VALUE SPACES.
021700 01  WS-WORK-VALUE               PIC S9(05) VALUE ZERO.
021800 01  WS-WORK-EVAL-DATE           PIC 9(08) VALUE ZERO.
021900 01  WS-PRIOR-CLASS              PIC X(02) VALUE SPACES.
022000 01  WS-PRIOR-VALUE              PIC S9(05) VALUE ZERO.
022100 01  WS-VALUE-CHANGE             PIC S9(06) VALUE ZERO.
022200
022300******************************************************************
022400*    SUSPENSE HOLD TABLE - THE HOLD FILE IS SMALL AND UNSORTED,  *
022500*    SO IT IS LOADED ONCE AND SCANNED FOR EACH ACCOUNT.  HOLDS   *
022600*    PAST THE TABLE SIZE ARE COUNTED AND REPORTED, NOT LISTED.   *
022700******************************************************************
022800 01  WS-HLD-TABLE-MAX            PIC 9(04) COMP VALUE 1000.
022900 01  WS-HLD-COUNT                PIC 9(04) COMP VALUE ZERO.
023000 01  WS-HLD-SUB                  PIC 9(04) COMP VALUE ZERO.
023100 01  WS-HLD-TABLE.
023200     05  WS-HLD-ENTRY            OCCURS 1000 TIMES.
023300         10  WS-HLD-ACCT-ID      PIC X(10).
023400         10  WS-HLD-HELD-DATE    PIC 9(08).
023500         10  WS-HLD-CLASS        PIC X(02).
023600         10  WS-HLD-VALUE        PIC S9(05).
023700
023800******************************************************************
023900*    COUNTS FOR THE OFFICER SECTION NOW PRINTING, AND FOR THE    *
024000*    WHOLE RUN.  THE TWO GROUPS HAVE THE SAME SHAPE.             *
024100******************************************************************
024200 01  WS-SEC-TOTALS.
024300     05  WS-SEC-ACCOUNTS         PIC 9(09) COMP VALUE ZERO.
024400     05  WS-SEC-WAY-UNDER        PIC 9(09) COMP VALUE ZERO.
024500     05  WS-SEC-NEAR-UNDER       PIC 9(09) COMP VALUE ZERO.
024600     05  WS-SEC-AT-THRESH        PIC 9(09) COMP VALUE ZERO.
024700     05  WS-SEC-NEAR-OVER        PIC 9(09) COMP VALUE ZERO.
024800     05  WS-SEC-WAY-OVER         PIC 9(09) COMP VALUE ZERO.
024900     05  WS-SEC-NOT-EVALUATED    PIC 9(09) COMP VALUE ZERO.
025000     05  WS-SEC-DESK-ITEMS       PIC 9(09) COMP VALUE ZERO.
025100     05  WS-SEC-HOLDS            PIC 9(09) COMP VALUE ZERO.
025200
025300 01  WS-GT-TOTALS.
025400     05  WS-GT-ACCOUNTS          PIC 9(09) COMP VALUE ZERO.
025500     05  WS-GT-WAY-UNDER         PIC 9(09) COMP VALUE ZERO.
025600     05  WS-GT-NEAR-UNDER        PIC 9(09) COMP VALUE ZERO.
025700     05  WS-GT-AT-THRESH         PIC 9(09) COMP VALUE ZERO.
025800     05  WS-GT-NEAR-OVER         PIC 9(09) COMP VALUE ZERO.
025900     05  WS-GT-WAY-OVER          PIC 9(09) COMP VALUE ZERO.
026000     05  WS-GT-NOT-EVALUATED     PIC 9(09) COMP VALUE ZERO.
026100     05  WS-GT-DESK-ITEMS        PIC 9(09) COMP VALUE ZERO.
026200     05  WS-GT-HOLDS             PIC 9(09) COMP VALUE ZERO.
026300
026400******************************************************************
026500*    OFFICER SUMMARY TABLE, ONE ENTRY PER OFFICER IN THE ORDER   *
026600*    THE SECTIONS PRINT.  OFFICERS PAST THE TABLE SIZE STILL     *
026700*    GET THEIR SECTION AND COUNT IN THE ALL-OFFICERS LINE, BUT   *
026800*    HAVE NO SUMMARY LINE OF THEIR OWN.                          *
026900******************************************************************
027000 01  WS-OFC-TABLE-MAX            PIC 9(03) COMP VALUE 300.
027100 01  WS-OFC-COUNT                PIC 9(03) COMP VALUE ZERO.
027200 01  WS-OFC-SUB                  PIC 9(03) COMP VALUE ZERO.
027300 01  WS-OFC-TABLE.
027400     05  WS-OFC-ENTRY            OCCURS 300 TIMES.
027500         10  WS-OFC-OFFICER      PIC X(04).
027600         10  WS-OFC-ACCOUNTS     PIC 9(09) COMP.
027700         10  WS-OFC-WAY-UNDER    PIC 9(09) COMP.
027800         10  WS-OFC-NEAR-UNDER   PIC 9(09) COMP.
027900         10  WS-OFC-AT-THRESH    PIC 9(09) COMP.
028000         10  WS-OFC-NEAR-OVER    PIC 9(09) COMP.
028100         10  WS-OFC-WAY-OVER     PIC 9(09) COMP.
028200         10  WS-OFC-NOT-EVALUATED PIC 9(09) COMP.
028300         10  WS-OFC-DESK-ITEMS   PIC 9(09) COMP.
028400         10  WS-OFC-HOLDS        PIC 9(09) COMP.
028500
028600******************************************************************
028700*    RUN-TOTAL COUNTERS FOR THE SUMMARY PAGE AND THE EXTRACT     *
028800*    TRAILER                                                     *
028900******************************************************************
029000 01  WS-COUNTERS.
029100     05  WS-OFFICERS-REPORTED    PIC 9(09) COMP VALUE ZERO.
029200     05  WS-OFFICERS-NOT-SUMMED  PIC 9(09) COMP VALUE ZERO.
029300     05  WS-HOLDS-READ           PIC 9(09) COMP VALUE ZERO.
029400     05  WS-HOLDS-NOT-LOADED     PIC 9(09) COMP VALUE ZERO.
029500     05  WS-SNAPSHOTS-ADDED      PIC 9(09) COMP VALUE ZERO.
029600     05  WS-SNAPSHOTS-ROLLED     PIC 9(09) COMP VALUE ZERO.
029700     05  WS-EXTRACT-COUNT        PIC 9(09) COMP VALUE ZERO.
029800     05  WS-EXTRACT-HASH         PIC S9(11) COMP-3 VALUE ZERO.
029900     05  WS-WOOV-COUNT           PIC 9(09) COMP VALUE ZERO.
030000
030100******************************************************************
030200*    REPORT LINES                                                *
030300******************************************************************
030400 01  WS-RPT-OFC-HDR-LINE.
030500     05  FILLER                  PIC X(27)
030600             VALUE "OFFICER PORTFOLIO  OFFICER ".
030700     05  WS-RPT-HDR-OFFICER      PIC X(05).
030800     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
031000     05  WS-RPT-HDR-DATE         PIC 9(08).
031100     05  FILLER                  PIC X(28) VALUE SPACES.
031200
031300 01  WS-RPT-COLHDR-LINE.
031400     05  FILLER                  PIC X(11) VALUE "ACCOUNT".
031500     05  FILLER                  PIC X(21) VALUE "NAME".
031600     05  FILLER                  PIC X(06) VALUE "BRNCH".
031700     05  FILLER                  PIC X(03) VALUE "CL".
031800     05  FILLER                  PIC X(07) VALUE " VALUE".
031900     05  FILLER                  PIC X(08) VALUE " CHANGE".
032000     05  FILLER                  PIC X(03) VALUE "PR".
032100     05  FILLER                  PIC X(08) VALUE "LASTEVAL".
032200     05  FILLER                  PIC X(13) VALUE SPACES.
032300
032400 01  WS-RPT-ACCT-LINE.
032500     05  WS-RPT-ACCT-ID          PIC X(10).
032600     05  FILLER                  PIC X(01) VALUE SPACES.
032700     05  WS-RPT-ACCT-NAME        PIC X(20).
032800     05  FILLER                  PIC X(01) VALUE SPACES.
032900     05  WS-RPT-BRANCH           PIC X(05).
033000     05  FILLER                  PIC X(01) VALUE SPACES.
033100     05  WS-RPT-CLASS            PIC X(02).
033200     05  FILLER                  PIC X(01) VALUE SPACES.
033300     05  WS-RPT-VALUE            PIC +ZZZZ9.
033400     05  WS-RPT-VALUE-X REDEFINES WS-RPT-VALUE
033500                                 PIC X(06).
033600     05  FILLER                  PIC X(01) VALUE SPACES.
033700     05  WS-RPT-CHANGE           PIC +ZZZZZ9.
033800     05  WS-RPT-CHANGE-X REDEFINES WS-RPT-CHANGE
033900                                 PIC X(07).
034000     05  FILLER                  PIC X(01) VALUE SPACES.
034100     05  WS-RPT-PRV-CLASS        PIC X(02).
034200     05  FILLER                  PIC X(01) VALUE SPACES.
034300     05  WS-RPT-LAST-EVAL        PIC X(08).
034400     05  FILLER                  PIC X(13) VALUE SPACES.
034500
034600 01  WS-RPT-ITEM-LINE.
034700     05  FILLER                  PIC X(04) VALUE SPACES.
034800     05  FILLER                  PIC X(18)
034900             VALUE "DESK ITEM  RAISED ".
035000     05  WS-RPT-ITM-DATE         PIC 9(08).
035100     05  FILLER                  PIC X(02) VALUE SPACES.
035200     05  WS-RPT-ITM-CLASS        PIC X(02).
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  WS-RPT-ITM-VALUE        PIC ZZZZ9.
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  WS-RPT-ITM-STATUS       PIC X(09).
035700     05  FILLER                  PIC X(01) VALUE SPACES.
035800     05  WS-RPT-ITM-SOURCE       PIC X(05).
035900     05  FILLER                  PIC X(05) VALUE " AGE ".
036000     05  WS-RPT-ITM-AGE          PIC ZZ9.
036100     05  FILLER                  PIC X(14) VALUE SPACES.
036200
036300 01  WS-RPT-HOLD-LINE.
036400     05  FILLER                  PIC X(04) VALUE SPACES.
036500     05  FILLER                  PIC X(18)
036600             VALUE "SUSP HOLD  HELD   ".
036700     05  WS-RPT-HLD-DATE         PIC 9(08).
036800     05  FILLER                  PIC X(02) VALUE SPACES.
036900     05  WS-RPT-HLD-CLASS        PIC X(02).
037000     05  FILLER                  PIC X(02) VALUE SPACES.
037100     05  WS-RPT-HLD-VALUE        PIC +ZZZZ9.
037200     05  FILLER                  PIC X(16) VALUE SPACES.
037300     05  FILLER                  PIC X(05) VALUE " AGE ".
037400     05  WS-RPT-HLD-AGE          PIC ZZ9.
037500     05  FILLER                  PIC X(14) VALUE SPACES.
037600
037700 01  WS-RPT-SUM-HDR-LINE.
037800     05  FILLER                  PIC X(28)
037900             VALUE "OFFICER PORTFOLIO  SUMMARY  ".
038000     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
038100     05  WS-RPT-SHDR-DATE        PIC 9(08).
038200     05  FILLER                  PIC X(34) VALUE SPACES.
038300
038400 01  WS-RPT-SUM-COLHDR-LINE.
038500     05  FILLER                  PIC X(05) VALUE "OFCR".
038600     05  FILLER                  PIC X(07) VALUE "  ACCTS".
038700     05  FILLER                  PIC X(07) VALUE "     WU".
038800     05  FILLER                  PIC X(07) VALUE "     NT".
038900     05  FILLER                  PIC X(07) VALUE "     AT".
039000     05  FILLER                  PIC X(07) VALUE "     OV".
039100     05  FILLER                  PIC X(07) VALUE "     WO".
039200     05  FILLER                  PIC X(07) VALUE "   NONE".
039300     05  FILLER                  PIC X(07) VALUE "  WO/OV".
039400     05  FILLER                  PIC X(07) VALUE "   DESK".
039500     05  FILLER                  PIC X(07) VALUE "  HOLDS".
039600     05  FILLER                  PIC X(05) VALUE SPACES.
039700
039800 01  WS-RPT-SUM-LINE.
039900     05  WS-RPT-SUM-OFFICER      PIC X(05).
040000     05  FILLER                  PIC X(01) VALUE SPACES.
040100     05  WS-RPT-SUM-ACCOUNTS     PIC ZZZZZ9.
040200     05  FILLER                  PIC X(01) VALUE SPACES.
040300     05  WS-RPT-SUM-WAY-UNDER    PIC ZZZZZ9.
040400     05  FILLER                  PIC X(01) VALUE SPACES.
040500     05  WS-RPT-SUM-NEAR-UNDER   PIC ZZZZZ9.
040600     05  FILLER                  PIC X(01) VALUE SPACES.
040700     05  WS-RPT-SUM-AT-THRESH    PIC ZZZZZ9.
040800     05  FILLER                  PIC X(01) VALUE SPACES.
040900     05  WS-RPT-SUM-NEAR-OVER    PIC ZZZZZ9.
041000     05  FILLER                  PIC X(01) VALUE SPACES.
041100     05  WS-RPT-SUM-WAY-OVER     PIC ZZZZZ9.
041200     05  FILLER                  PIC X(01) VALUE SPACES.
041300     05  WS-RPT-SUM-NOT-EVAL     PIC ZZZZZ9.
041400     05  FILLER                  PIC X(01) VALUE SPACES.
041500     05  WS-RPT-SUM-WOOV         PIC ZZZZZ9.
041600     05  FILLER                  PIC X(01) VALUE SPACES.
041700     05  WS-RPT-SUM-DESK-ITEMS   PIC ZZZZZ9.
041800     05  FILLER                  PIC X(01) VALUE SPACES.
041900     05  WS-RPT-SUM-HOLDS        PIC ZZZZZ9.
042000     05  FILLER                  PIC X(05) VALUE SPACES.
042100
042200 01  WS-RPT-COUNT-LINE.
042300     05  WS-RPT-COUNT-NAME       PIC X(24).
042400     05  FILLER                  PIC X(01) VALUE SPACES.
042500     05  WS-RPT-COUNT-CNT        PIC ZZZ,ZZZ,ZZ9.
042600     05  FILLER                  PIC X(44) VALUE SPACES.
042700
042800 01  WS-RPT-NONE-LINE.
042900     05  FILLER                  PIC X(80)
043000             VALUE "NO OPEN ACCOUNTS ON THE ACCOUNT MASTER".
043100
043200 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
043300
043400 PROCEDURE DIVISION.
043500******************************************************************
043600* 0000-MAINLINE                                                 *
043700******************************************************************
043800 0000-MAINLINE.
043900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044000     IF WS-FATAL-ERROR
044100         DISPLAY "THROFCPF - TERMINATING - SETUP FAILED"
044200         MOVE 0016 TO RETURN-CODE
044300         STOP RUN
044400     END-IF.
044500     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
044600         UNTIL WS-ACT-EOF.
044700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
044800     STOP RUN.
044900
045000******************************************************************
045100* 1000-INITIALIZE - OPEN FILES, LOAD THE HOLD TABLE, WRITE THE   *
045200*    EXTRACT HEADER AND PRIME THE ACCOUNT READ                  *
045300******************************************************************
045400 1000-INITIALIZE.
045500     OPEN INPUT ACCT-IN.
045600     IF NOT WS-THRACT-OK
045700         DISPLAY "THROFCPF - OPEN ERROR ON ACCT-IN "
045800             WS-THRACT-STATUS
045900         SET WS-FATAL-ERROR TO TRUE
046000         GO TO 1000-EXIT
046100     END-IF.
046200     OPEN INPUT POSITION-MST.
046300     IF NOT WS-THRPOS-OK
046400         DISPLAY "THROFCPF - OPEN ERROR ON POSITION-MST "
046500             WS-THRPOS-STATUS
046600         SET WS-FATAL-ERROR TO TRUE
046700         GO TO 1000-EXIT
046800     END-IF.
046900     OPEN INPUT DISP-MST.
047000     IF NOT WS-THRDSP-OK
047100         DISPLAY "THROFCPF - OPEN ERROR ON DISP-MST "
047200             WS-THRDSP-STATUS
047300         SET WS-FATAL-ERROR TO TRUE
047400         GO TO 1000-EXIT
047500     END-IF.
047600     OPEN INPUT HOLD-IN.
047700     IF NOT WS-THRSHI-OK
047800         DISPLAY "THROFCPF - OPEN ERROR ON HOLD-IN "
047900             WS-THRSHI-STATUS
048000         SET WS-FATAL-ERROR TO TRUE
048100         GO TO 1000-EXIT
048200     END-IF.
048300     OPEN INPUT CALENDAR-MST.
048400     IF NOT WS-THRCAL-OK
048500         DISPLAY "THROFCPF - OPEN ERROR ON CALENDAR-MST "
048600             WS-THRCAL-STATUS
048700         SET WS-FATAL-ERROR TO TRUE
048800         GO TO 1000-EXIT
048900     END-IF.
049000     OPEN I-O SNAP-MST.
049100     IF WS-THROSN-NOT-FOUND
049200         OPEN OUTPUT SNAP-MST
049300         CLOSE SNAP-MST
049400         OPEN I-O SNAP-MST
049500     END-IF.
049600     IF NOT WS-THROSN-OK
049700         DISPLAY "THROFCPF - OPEN ERROR ON SNAP-MST "
049800             WS-THROSN-STATUS
049900         SET WS-FATAL-ERROR TO TRUE
050000         GO TO 1000-EXIT
050100     END-IF.
050200     OPEN OUTPUT EXTRACT-OUT.
050300     IF NOT WS-THROPX-OK
050400         DISPLAY "THROFCPF - OPEN ERROR ON EXTRACT-OUT "
050500             WS-THROPX-STATUS
050600         SET WS-FATAL-ERROR TO TRUE
050700         GO TO 1000-EXIT
050800     END-IF.
050900     OPEN OUTPUT PORTF-RPT.
051000     IF NOT WS-THROPR-OK
051100         DISPLAY "THROFCPF - OPEN ERROR ON PORTF-RPT "
051200             WS-THROPR-STATUS
051300         SET WS-FATAL-ERROR TO TRUE
051400         GO TO 1000-EXIT
051500     END-IF.
051600     PERFORM 1010-READ-BUSINESS-DATE THRU 1010-EXIT.
051700     IF WS-FATAL-ERROR
051800         GO TO 1000-EXIT
051900     END-IF.
052000     PERFORM 1100-LOAD-HOLD THRU 1100-EXIT
052100         UNTIL WS-HLD-EOF.
052200     CLOSE HOLD-IN.
052300     MOVE SPACES               TO THR-OPX-RECORD.
052400     SET THR-OPX-HEADER        TO TRUE.
052500     MOVE WS-RUN-DATE-CCYYMMDD TO THR-OPX-HDR-RUN-DATE.
052600     WRITE THR-OPX-RECORD.
052700     PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT.
052800 1000-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200* 1010-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE THRBDT   *
053300*    BUSINESS-DATE RECORD RATHER THAN THE SYSTEM CLOCK          *
053400******************************************************************
053500 1010-READ-BUSINESS-DATE.
053600     OPEN INPUT BUSDATE-IN.
053700     IF NOT WS-THRBDT-OK
053800         DISPLAY "THROFCPF - OPEN ERROR ON BUSDATE-IN "
053900             WS-THRBDT-STATUS
054000         SET WS-FATAL-ERROR TO TRUE
054100         GO TO 1010-EXIT
054200     END-IF.
054300     READ BUSDATE-IN
054400         AT END
054500             MOVE ZERO TO THR-BDT-BUS-DATE
054600     END-READ.
054700     IF THR-BDT-BUS-DATE IS NOT NUMERIC
054800         OR THR-BDT-BUS-DATE = ZERO
054900         DISPLAY "THROFCPF - NO BUSINESS DATE ON BUSDATE-IN"
055000         SET WS-FATAL-ERROR TO TRUE
055100     ELSE
055200         MOVE THR-BDT-BUS-DATE TO WS-RUN-DATE-CCYYMMDD
055300         MOVE THR-BDT-BUS-DAY-NO TO WS-RUN-BUS-DAY-NO
055400     END-IF.
055500     CLOSE BUSDATE-IN.
055600 1010-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000* 1100-LOAD-HOLD - READ ONE SUSPENSE HOLD INTO THE HOLD TABLE   *
056100******************************************************************
056200 1100-LOAD-HOLD.
056300     READ HOLD-IN
056400         AT END
056500             SET WS-HLD-EOF TO TRUE
056600             GO TO 1100-EXIT
056700     END-READ.
056800     ADD 1 TO WS-HOLDS-READ.
056900     IF WS-HLD-COUNT >= WS-HLD-TABLE-MAX
057000         ADD 1 TO WS-HOLDS-NOT-LOADED
057100         GO TO 1100-EXIT
057200     END-IF.
057300     ADD 1 TO WS-HLD-COUNT.
057400     MOVE THR-SHL-ACCT-ID    TO WS-HLD-ACCT-ID (WS-HLD-COUNT).
057500     MOVE THR-SHL-HELD-DATE  TO WS-HLD-HELD-DATE (WS-HLD-COUNT).
057600     MOVE THR-SHL-CLASS-CODE TO WS-HLD-CLASS (WS-HLD-COUNT).
057700     MOVE THR-SHL-VALUE      TO WS-HLD-VALUE (WS-HLD-COUNT).
057800 1100-EXIT.
057900     EXIT.
058000
058100******************************************************************
058200* 1200-READ-ACCOUNT - READ THE NEXT OPEN ACCOUNT IN OFFICER     *
058300*    ORDER                                                      *
058400******************************************************************
058500 1200-READ-ACCOUNT.
058600     READ ACCT-IN
058700         AT END
058800             SET WS-ACT-EOF TO TRUE
058900     END-READ.
059000 1200-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400* 2000-PROCESS-ACCOUNT - BREAK ON OFFICER, THEN REPORT ONE       *
059500*    ACCOUNT WITH ITS DESK ITEMS AND HOLDS                      *
059600******************************************************************
059700 2000-PROCESS-ACCOUNT.
059800     IF NOT THR-ACT-OPEN
059900         GO TO 2000-NEXT
060000     END-IF.
060100     IF WS-FIRST-OFFICER
060200         OR THR-ACT-OFFICER NOT = WS-CUR-OFFICER
060300         IF NOT WS-FIRST-OFFICER
060400             PERFORM 3000-END-OFFICER THRU 3000-EXIT
060500         END-IF
060600         PERFORM 2100-START-OFFICER THRU 2100-EXIT
060700     END-IF.
060800     PERFORM 2200-GET-POSITION THRU 2200-EXIT.
060900     PERFORM 2300-COMPARE-PRIOR-WEEK THRU 2300-EXIT.
061000     PERFORM 2400-WRITE-ACCOUNT THRU 2400-EXIT.
061100     PERFORM 2500-LIST-DESK-ITEMS THRU 2500-EXIT.
061200     PERFORM 2600-LIST-HOLD THRU 2600-EXIT
061300         VARYING WS-HLD-SUB FROM 1 BY 1
061400         UNTIL WS-HLD-SUB > WS-HLD-COUNT.
061500 2000-NEXT.
061600     PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT.
061700 2000-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100* 2100-START-OFFICER - OPEN A NEW OFFICER SECTION ON A NEW PAGE *
062200******************************************************************
062300 2100-START-OFFICER.
062400     MOVE "N"              TO WS-FIRST-OFFICER-SW.
062500     MOVE THR-ACT-OFFICER  TO WS-CUR-OFFICER.
062600     INITIALIZE WS-SEC-TOTALS.
062700     ADD 1 TO WS-OFFICERS-REPORTED.
062800     IF WS-CUR-OFFICER = SPACES
062900         MOVE "*NONE"      TO WS-RPT-HDR-OFFICER
063000     ELSE
063100         MOVE WS-CUR-OFFICER TO WS-RPT-HDR-OFFICER
063200     END-IF.
063300     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-HDR-DATE.
063400     WRITE WS-RPT-LINE FROM WS-RPT-OFC-HDR-LINE
063500         AFTER ADVANCING PAGE.
063600     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
063700     WRITE WS-RPT-LINE FROM WS-RPT-COLHDR-LINE.
063800 2100-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200* 2200-GET-POSITION - LOOK UP THE ACCOUNT'S CURRENT CLASS AND    *
064300*    VALUE ON THE POSITION MASTER AND TALLY ITS CLASS           *
064400******************************************************************
064500 2200-GET-POSITION.
064600     ADD 1 TO WS-SEC-ACCOUNTS.
064700     MOVE THR-ACT-ACCT-ID TO THR-POS-ACCT-ID.
064800     SET WS-POSITION-FOUND TO TRUE.
064900     READ POSITION-MST
065000         INVALID KEY
065100             SET WS-NO-POSITION TO TRUE
065200     END-READ.
065300     IF WS-NO-POSITION
065400         OR THR-POS-CLASS-CODE = SPACES
065500         SET WS-NO-POSITION   TO TRUE
065600         MOVE SPACES          TO WS-WORK-CLASS
065700         MOVE ZERO            TO WS-WORK-VALUE
065800         MOVE ZERO            TO WS-WORK-EVAL-DATE
065900         ADD 1 TO WS-SEC-NOT-EVALUATED
066000         GO TO 2200-EXIT
066100     END-IF.
066200     MOVE THR-POS-CLASS-CODE  TO WS-WORK-CLASS.
066300     MOVE THR-POS-VALUE       TO WS-WORK-VALUE.
066400     MOVE THR-POS-TS-DATE     TO WS-WORK-EVAL-DATE.
066500     EVALUATE WS-WORK-CLASS
066600         WHEN "WU"
066700             ADD 1 TO WS-SEC-WAY-UNDER
066800         WHEN "NT"
066900             ADD 1 TO WS-SEC-NEAR-UNDER
067000         WHEN "AT"
067100             ADD 1 TO WS-SEC-AT-THRESH
067200         WHEN "OV"
067300             ADD 1 TO WS-SEC-NEAR-OVER
067400         WHEN "WO"
067500             ADD 1 TO WS-SEC-WAY-OVER
067600         WHEN OTHER
067700             ADD 1 TO WS-SEC-NOT-EVALUATED
067800     END-EVALUATE.
067900 2200-EXIT.
068000     EXIT.
068100
068200******************************************************************
068300* 2300-COMPARE-PRIOR-WEEK - FETCH THE ACCOUNT'S SNAPSHOT AND     *
068400*    WORK OUT THE CHANGE SINCE THE PRIOR RUN.  A RUN ON A LATER *
068500*    DATE ROLLS THE CURRENT IMAGE TO PRIOR AND STORES TONIGHT'S *
068600*    POSITION; A RERUN ON THE SAME DATE JUST COMPARES AGAIN.    *
068700******************************************************************
068800 2300-COMPARE-PRIOR-WEEK.
068900     SET WS-NO-PRIOR TO TRUE.
069000     MOVE SPACES TO WS-PRIOR-CLASS.
069100     MOVE ZERO   TO WS-PRIOR-VALUE.
069200     MOVE ZERO   TO WS-VALUE-CHANGE.
069300     IF WS-NO-POSITION
069400         GO TO 2300-EXIT
069500     END-IF.
069600     MOVE THR-ACT-ACCT-ID TO THR-OSN-ACCT-ID.
069700     READ SNAP-MST
069800         INVALID KEY
069900             PERFORM 2350-ADD-SNAPSHOT THRU 2350-EXIT
070000             GO TO 2300-EXIT
070100     END-READ.
070200     IF THR-OSN-CUR-DATE < WS-RUN-DATE-CCYYMMDD
070300         MOVE THR-OSN-CUR-DATE    TO THR-OSN-PRV-DATE
070400         MOVE THR-OSN-CUR-VALUE   TO THR-OSN-PRV-VALUE
070500         MOVE THR-OSN-CUR-CLASS   TO THR-OSN-PRV-CLASS
070600         MOVE WS-RUN-DATE-CCYYMMDD TO THR-OSN-CUR-DATE
070700         MOVE WS-WORK-VALUE       TO THR-OSN-CUR-VALUE
070800         MOVE WS-WORK-CLASS       TO THR-OSN-CUR-CLASS
070900         REWRITE THR-OSN-RECORD
071000         IF NOT WS-THROSN-OK
071100             DISPLAY "THROFCPF - REWRITE ERROR ON SNAP-MST "
071200                 WS-THROSN-STATUS " " THR-OSN-ACCT-ID
071300         END-IF
071400         ADD 1 TO WS-SNAPSHOTS-ROLLED
071500     END-IF.
071600     IF THR-OSN-PRV-DATE = ZERO
071700         GO TO 2300-EXIT
071800     END-IF.
071900     SET WS-PRIOR-FOUND TO TRUE.
072000     MOVE THR-OSN-PRV-CLASS TO WS-PRIOR-CLASS.
072100     MOVE THR-OSN-PRV-VALUE TO WS-PRIOR-VALUE.
072200     COMPUTE WS-VALUE-CHANGE = WS-WORK-VALUE - WS-PRIOR-VALUE.
072300 2300-EXIT.
072400     EXIT.
072500
072600******************************************************************
072700* 2350-ADD-SNAPSHOT - FIRST RUN FOR THIS ACCOUNT: STORE TONIGHT'S*
072800*    POSITION AS THE CURRENT IMAGE WITH NO PRIOR                *
072900******************************************************************
073000 2350-ADD-SNAPSHOT.
073100     MOVE SPACES               TO THR-OSN-RECORD.
073200     MOVE THR-ACT-ACCT-ID      TO THR-OSN-ACCT-ID.
073300     MOVE WS-RUN-DATE-CCYYMMDD TO THR-OSN-CUR-DATE.
073400     MOVE WS-WORK-VALUE        TO THR-OSN-CUR-VALUE.
073500     MOVE WS-WORK-CLASS        TO THR-OSN-CUR-CLASS.
073600     MOVE ZERO                 TO THR-OSN-PRV-DATE.
073700     MOVE ZERO                 TO THR-OSN-PRV-VALUE.
073800     WRITE THR-OSN-RECORD.
073900     IF NOT WS-THROSN-OK
074000         DISPLAY "THROFCPF - WRITE ERROR ON SNAP-MST "
074100             WS-THROSN-STATUS " " THR-OSN-ACCT-ID
074200     END-IF.
074300     ADD 1 TO WS-SNAPSHOTS-ADDED.
074400 2350-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800* 2400-WRITE-ACCOUNT - PRINT THE ACCOUNT LINE AND WRITE ITS "A"  *
074900*    EXTRACT RECORD                                             *
075000******************************************************************
075100 2400-WRITE-ACCOUNT.
075200     MOVE THR-ACT-ACCT-ID     TO WS-RPT-ACCT-ID.
075300     MOVE THR-ACT-NAME        TO WS-RPT-ACCT-NAME.
075400     MOVE THR-ACT-BRANCH      TO WS-RPT-BRANCH.
075500     MOVE WS-WORK-CLASS       TO WS-RPT-CLASS.
075600     MOVE WS-PRIOR-CLASS      TO WS-RPT-PRV-CLASS.
075700     IF WS-NO-POSITION
075800         MOVE SPACES          TO WS-RPT-VALUE-X
075900         MOVE SPACES          TO WS-RPT-CHANGE-X
076000         MOVE "NONE"          TO WS-RPT-LAST-EVAL
076100     ELSE
076200         MOVE WS-WORK-VALUE   TO WS-RPT-VALUE
076300         MOVE WS-WORK-EVAL-DATE TO WS-RPT-LAST-EVAL
076400         IF WS-PRIOR-FOUND
076500             MOVE WS-VALUE-CHANGE TO WS-RPT-CHANGE
076600         ELSE
076700             MOVE "    NEW"   TO WS-RPT-CHANGE-X
076800         END-IF
076900     END-IF.
077000     WRITE WS-RPT-LINE FROM WS-RPT-ACCT-LINE.
077100     MOVE SPACES              TO THR-OPX-RECORD.
077200     SET THR-OPX-ACCOUNT      TO TRUE.
077300     MOVE THR-ACT-OFFICER     TO THR-OPX-OFFICER.
077400     MOVE THR-ACT-ACCT-ID     TO THR-OPX-ACCT-ID.
077500     MOVE THR-ACT-NAME        TO THR-OPX-ACT-NAME.
077600     MOVE THR-ACT-BRANCH      TO THR-OPX-ACT-BRANCH.
077700     MOVE THR-ACT-CATEGORY    TO THR-OPX-ACT-CATEGORY.
077800     MOVE WS-WORK-CLASS       TO THR-OPX-ACT-CLASS.
077900     MOVE WS-WORK-VALUE       TO THR-OPX-ACT-VALUE.
078000     MOVE WS-WORK-EVAL-DATE   TO THR-OPX-ACT-EVAL-DATE.
078100     MOVE WS-PRIOR-CLASS      TO THR-OPX-ACT-PRV-CLASS.
078200     MOVE WS-PRIOR-VALUE      TO THR-OPX-ACT-PRV-VALUE.
078300     MOVE WS-VALUE-CHANGE     TO THR-OPX-ACT-CHANGE.
078400     IF WS-PRIOR-FOUND
078500         MOVE "N"             TO THR-OPX-ACT-NEW-SW
078600     ELSE
078700         MOVE "Y"             TO THR-OPX-ACT-NEW-SW
078800     END-IF.
078900     PERFORM 2900-WRITE-EXTRACT THRU 2900-EXIT.
079000     ADD WS-WORK-VALUE TO WS-EXTRACT-HASH.
079100 2400-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500* 2500-LIST-DESK-ITEMS - BROWSE THE ACCOUNT'S DISPOSITION ITEMS  *
079600*    AND LIST EVERY ONE NOT YET CLEARED                         *
079700******************************************************************
079800 2500-LIST-DESK-ITEMS.
079900     MOVE THR-ACT-ACCT-ID TO THR-DSP-ACCT-ID.
080000     MOVE ZERO TO THR-DSP-RUN-DATE.
080100     START DISP-MST KEY IS NOT LESS THAN THR-DSP-KEY
080200         INVALID KEY
080300             GO TO 2500-EXIT
080400     END-START.
080500     SET WS-DSP-NOT-EOF TO TRUE.
080600     PERFORM 2550-LIST-DESK-ITEM THRU 2550-EXIT
080700         UNTIL WS-DSP-EOF.
080800 2500-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200* 2550-LIST-DESK-ITEM - READ THE NEXT DISPOSITION ITEM; PRINT    *
081300*    AND EXTRACT IT IF STILL OPEN, STOP AT THE NEXT ACCOUNT     *
081400******************************************************************
081500 2550-LIST-DESK-ITEM.
081600     READ DISP-MST NEXT RECORD
081700         AT END
081800             SET WS-DSP-EOF TO TRUE
081900             GO TO 2550-EXIT
082000     END-READ.
082100     IF THR-DSP-ACCT-ID NOT = THR-ACT-ACCT-ID
082200         SET WS-DSP-EOF TO TRUE
082300         GO TO 2550-EXIT
082400     END-IF.
082500     IF THR-DSP-CLEARED
082600         GO TO 2550-EXIT
082700     END-IF.
082800     ADD 1 TO WS-SEC-DESK-ITEMS.
082900     MOVE THR-DSP-RUN-DATE TO WS-AGE-FROM-DATE.
083000     PERFORM 2700-COMPUTE-AGE THRU 2700-EXIT.
083100     MOVE THR-DSP-RUN-DATE    TO WS-RPT-ITM-DATE.
083200     MOVE THR-DSP-CLASS       TO WS-RPT-ITM-CLASS.
083300     MOVE THR-DSP-VALUE       TO WS-RPT-ITM-VALUE.
083400     IF THR-DSP-ESCALATED
083500         MOVE "ESCALATED"     TO WS-RPT-ITM-STATUS
083600     ELSE
083700         MOVE "PENDING"       TO WS-RPT-ITM-STATUS
083800     END-IF.
083900     IF THR-DSP-FROM-WATCH
084000         MOVE "WATCH"         TO WS-RPT-ITM-SOURCE
084100     ELSE
084200         MOVE SPACES          TO WS-RPT-ITM-SOURCE
084300     END-IF.
084400     MOVE WS-AGE-DAYS         TO WS-RPT-ITM-AGE.
084500     WRITE WS-RPT-LINE FROM WS-RPT-ITEM-LINE.
084600     MOVE SPACES              TO THR-OPX-RECORD.
084700     SET THR-OPX-DESK-ITEM    TO TRUE.
084800     MOVE THR-ACT-OFFICER     TO THR-OPX-OFFICER.
084900     MOVE THR-ACT-ACCT-ID     TO THR-OPX-ACCT-ID.
085000     MOVE THR-DSP-RUN-DATE    TO THR-OPX-ITM-RUN-DATE.
085100     MOVE THR-DSP-CLASS       TO THR-OPX-ITM-CLASS.
085200     MOVE THR-DSP-VALUE       TO THR-OPX-ITM-VALUE.
085300     MOVE THR-DSP-STATUS      TO THR-OPX-ITM-STATUS.
085400     MOVE THR-DSP-SOURCE      TO THR-OPX-ITM-SOURCE.
085500     MOVE WS-AGE-DAYS         TO THR-OPX-ITM-AGE.
085600     PERFORM 2900-WRITE-EXTRACT THRU 2900-EXIT.
085700 2550-EXIT.
085800     EXIT.
085900
086000******************************************************************
086100* 2600-LIST-HOLD - PRINT AND EXTRACT ONE TABLE HOLD IF IT IS     *
086200*    FOR THE ACCOUNT IN HAND                                    *
086300******************************************************************
086400 2600-LIST-HOLD.
086500     IF WS-HLD-ACCT-ID (WS-HLD-SUB) NOT = THR-ACT-ACCT-ID
086600         GO TO 2600-EXIT
086700     END-IF.
086800     ADD 1 TO WS-SEC-HOLDS.
086900     MOVE WS-HLD-HELD-DATE (WS-HLD-SUB) TO WS-AGE-FROM-DATE.
087000     PERFORM 2700-COMPUTE-AGE THRU 2700-EXIT.
087100     MOVE WS-HLD-HELD-DATE (WS-HLD-SUB) TO WS-RPT-HLD-DATE.
087200     MOVE WS-HLD-CLASS (WS-HLD-SUB)     TO WS-RPT-HLD-CLASS.
087300     MOVE WS-HLD-VALUE (WS-HLD-SUB)     TO WS-RPT-HLD-VALUE.
087400     MOVE WS-AGE-DAYS                   TO WS-RPT-HLD-AGE.
087500     WRITE WS-RPT-LINE FROM WS-RPT-HOLD-LINE.
087600     MOVE SPACES              TO THR-OPX-RECORD.
087700     SET THR-OPX-HOLD         TO TRUE.
087800     MOVE THR-ACT-OFFICER     TO THR-OPX-OFFICER.
087900     MOVE THR-ACT-ACCT-ID     TO THR-OPX-ACCT-ID.
088000     MOVE WS-HLD-HELD-DATE (WS-HLD-SUB) TO THR-OPX-HLD-HELD-DATE.
088100     MOVE WS-HLD-CLASS (WS-HLD-SUB)     TO THR-OPX-HLD-CLASS.
088200     MOVE WS-HLD-VALUE (WS-HLD-SUB)     TO THR-OPX-HLD-VALUE.
088300     MOVE WS-AGE-DAYS                   TO THR-OPX-HLD-AGE.
088400     PERFORM 2900-WRITE-EXTRACT THRU 2900-EXIT.
088500 2600-EXIT.
088600     EXIT.
088700
088800******************************************************************
088900* 2700-COMPUTE-AGE - COUNT THE BUSINESS DAYS FROM THE AGE-FROM   *
089000*    DATE TO TONIGHT'S, CAPPED AT 999.  A DATE THE CALENDAR     *
089100*    DOES NOT COVER FALLS BACK TO CALENDAR DAYS.                *
089200******************************************************************
089300 2700-COMPUTE-AGE.
089400     MOVE ZERO TO WS-AGE-DAYS.
089500     IF WS-AGE-FROM-DATE IS NOT NUMERIC
089600         OR WS-AGE-FROM-DATE = ZERO
089700         GO TO 2700-EXIT
089800     END-IF.
089900     MOVE WS-AGE-FROM-DATE TO THR-CAL-DATE.
090000     READ CALENDAR-MST
090100         INVALID KEY
090200             GO TO 2700-BY-CALENDAR-DAYS
090300     END-READ.
090400     IF THR-CAL-BUS-DAY-NO NOT < WS-RUN-BUS-DAY-NO
090500         GO TO 2700-EXIT
090600     END-IF.
090700     IF WS-RUN-BUS-DAY-NO - THR-CAL-BUS-DAY-NO > 999
090800         MOVE 999 TO WS-AGE-DAYS
090900     ELSE
091000         COMPUTE WS-AGE-DAYS =
091100             WS-RUN-BUS-DAY-NO - THR-CAL-BUS-DAY-NO
091200     END-IF.
091300     GO TO 2700-EXIT.
091400 2700-BY-CALENDAR-DAYS.
091500     MOVE WS-AGE-FROM-DATE TO WS-AGE-DATE-N.
091600     MOVE ZERO TO WS-AGE-DAYS.
091700 2700-STEP.
091800     IF WS-AGE-DATE-N >= WS-RUN-DATE-CCYYMMDD
091900         OR WS-AGE-DAYS >= 999
092000         GO TO 2700-EXIT
092100     END-IF.
092200     PERFORM 2750-FORWARD-ONE-DAY THRU 2750-EXIT.
092300     ADD 1 TO WS-AGE-DAYS.
092400     GO TO 2700-STEP.
092500 2700-EXIT.
092600     EXIT.
092700
092800******************************************************************
092900* 2750-FORWARD-ONE-DAY - STEP THE AGE DATE FORWARD ONE          *
093000*    CALENDAR DAY, HONOURING MONTH LENGTHS AND LEAP YEARS       *
093100******************************************************************
093200 2750-FORWARD-ONE-DAY.
093300     PERFORM 2780-DAYS-IN-MONTH THRU 2780-EXIT.
093400     IF WS-AGE-DD < WS-DAYS-IN-MONTH
093500         ADD 1 TO WS-AGE-DD
093600         GO TO 2750-EXIT
093700     END-IF.
093800     MOVE 1 TO WS-AGE-DD.
093900     IF WS-AGE-MM = 12
094000         MOVE 1 TO WS-AGE-MM
094100         ADD 1 TO WS-AGE-YYYY
094200     ELSE
094300         ADD 1 TO WS-AGE-MM
094400     END-IF.
094500 2750-EXIT.
094600     EXIT.
094700
094800******************************************************************
094900* 2780-DAYS-IN-MONTH - SET THE LENGTH OF THE AGE-DATE MONTH     *
095000******************************************************************
095100 2780-DAYS-IN-MONTH.
095200     EVALUATE WS-AGE-MM
095300         WHEN 4
095400         WHEN 6
095500         WHEN 9
095600         WHEN 11
095700             MOVE 30 TO WS-DAYS-IN-MONTH
095800         WHEN 2
095900             DIVIDE WS-AGE-YYYY BY 4
096000                 GIVING WS-LEAP-QUOTIENT
096100                 REMAINDER WS-LEAP-REMAINDER
096200             IF WS-LEAP-REMAINDER = ZERO
096300                 MOVE 29 TO WS-DAYS-IN-MONTH
096400             ELSE
096500                 MOVE 28 TO WS-DAYS-IN-MONTH
096600             END-IF
096700         WHEN OTHER
096800             MOVE 31 TO WS-DAYS-IN-MONTH
096900     END-EVALUATE.
097000 2780-EXIT.
097100     EXIT.
097200
097300******************************************************************
097400* 2900-WRITE-EXTRACT - WRITE ONE A/I/S EXTRACT RECORD AND COUNT *
097500*    IT FOR THE TRAILER                                         *
097600******************************************************************
097700 2900-WRITE-EXTRACT.
097800     WRITE THR-OPX-RECORD.
097900     IF NOT WS-THROPX-OK
098000         DISPLAY "THROFCPF - WRITE ERROR ON EXTRACT-OUT "
098100             WS-THROPX-STATUS
098200     END-IF.
098300     ADD 1 TO WS-EXTRACT-COUNT.
098400 2900-EXIT.
098500     EXIT.
098600
098700******************************************************************
098800* 3000-END-OFFICER - PRINT THE OFFICER'S SECTION COUNTS, KEEP    *
098900*    THEM FOR THE SUMMARY PAGE AND ADD THEM TO THE RUN TOTALS   *
099000******************************************************************
099100 3000-END-OFFICER.
099200     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
099300     MOVE "OPEN ACCOUNTS"     TO WS-RPT-COUNT-NAME.
099400     MOVE WS-SEC-ACCOUNTS     TO WS-RPT-COUNT-CNT.
099500     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
099600     MOVE "WAY UNDER"         TO WS-RPT-COUNT-NAME.
099700     MOVE WS-SEC-WAY-UNDER    TO WS-RPT-COUNT-CNT.
099800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
099900     MOVE "NEAR - UNDER"      TO WS-RPT-COUNT-NAME.
100000     MOVE WS-SEC-NEAR-UNDER   TO WS-RPT-COUNT-CNT.
100100     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
100200     MOVE "AT THRESHOLD"      TO WS-RPT-COUNT-NAME.
100300     MOVE WS-SEC-AT-THRESH    TO WS-RPT-COUNT-CNT.
100400     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
100500     MOVE "NEAR - OVER"       TO WS-RPT-COUNT-NAME.
100600     MOVE WS-SEC-NEAR-OVER    TO WS-RPT-COUNT-CNT.
100700     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
100800     MOVE "WAY OVER"          TO WS-RPT-COUNT-NAME.
100900     MOVE WS-SEC-WAY-OVER     TO WS-RPT-COUNT-CNT.
101000     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
101100     MOVE "NOT EVALUATED"     TO WS-RPT-COUNT-NAME.
101200     MOVE WS-SEC-NOT-EVALUATED TO WS-RPT-COUNT-CNT.
101300     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
101400     COMPUTE WS-WOOV-COUNT = WS-SEC-NEAR-OVER + WS-SEC-WAY-OVER.
101500     MOVE "WO/OV ACCOUNTS"    TO WS-RPT-COUNT-NAME.
101600     MOVE WS-WOOV-COUNT       TO WS-RPT-COUNT-CNT.
101700     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
101800     MOVE "OPEN DESK ITEMS"   TO WS-RPT-COUNT-NAME.
101900     MOVE WS-SEC-DESK-ITEMS   TO WS-RPT-COUNT-CNT.
102000     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
102100     MOVE "SUSPENSE HOLDS"    TO WS-RPT-COUNT-NAME.
102200     MOVE WS-SEC-HOLDS        TO WS-RPT-COUNT-CNT.
102300     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
102400     ADD WS-SEC-ACCOUNTS      TO WS-GT-ACCOUNTS.
102500     ADD WS-SEC-WAY-UNDER     TO WS-GT-WAY-UNDER.
102600     ADD WS-SEC-NEAR-UNDER    TO WS-GT-NEAR-UNDER.
102700     ADD WS-SEC-AT-THRESH     TO WS-GT-AT-THRESH.
102800     ADD WS-SEC-NEAR-OVER     TO WS-GT-NEAR-OVER.
102900     ADD WS-SEC-WAY-OVER      TO WS-GT-WAY-OVER.
103000     ADD WS-SEC-NOT-EVALUATED TO WS-GT-NOT-EVALUATED.
103100     ADD WS-SEC-DESK-ITEMS    TO WS-GT-DESK-ITEMS.
103200     ADD WS-SEC-HOLDS         TO WS-GT-HOLDS.
103300     IF WS-OFC-COUNT >= WS-OFC-TABLE-MAX
103400         SET WS-OFC-TABLE-FULL TO TRUE
103500         ADD 1 TO WS-OFFICERS-NOT-SUMMED
103600         GO TO 3000-EXIT
103700     END-IF.
103800     ADD 1 TO WS-OFC-COUNT.
103900     MOVE WS-CUR-OFFICER       TO WS-OFC-OFFICER (WS-OFC-COUNT).
104000     MOVE WS-SEC-ACCOUNTS      TO WS-OFC-ACCOUNTS (WS-OFC-COUNT).
104100     MOVE WS-SEC-WAY-UNDER     TO WS-OFC-WAY-UNDER (WS-OFC-COUNT).
104200     MOVE WS-SEC-NEAR-UNDER
104300         TO WS-OFC-NEAR-UNDER (WS-OFC-COUNT).
104400     MOVE WS-SEC-AT-THRESH     TO WS-OFC-AT-THRESH (WS-OFC-COUNT).
104500     MOVE WS-SEC-NEAR-OVER     TO WS-OFC-NEAR-OVER (WS-OFC-COUNT).
104600     MOVE WS-SEC-WAY-OVER      TO WS-OFC-WAY-OVER (WS-OFC-COUNT).
104700     MOVE WS-SEC-NOT-EVALUATED
104800         TO WS-OFC-NOT-EVALUATED (WS-OFC-COUNT).
104900     MOVE WS-SEC-DESK-ITEMS
105000         TO WS-OFC-DESK-ITEMS (WS-OFC-COUNT).
105100     MOVE WS-SEC-HOLDS         TO WS-OFC-HOLDS (WS-OFC-COUNT).
105200 3000-EXIT.
105300     EXIT.
105400
105500******************************************************************
105600* 8000-WRITE-SUMMARY-PAGE - PRINT THE ONE-PAGE OFFICER SUMMARY  *
105700*    AND THE RUN COUNTS                                         *
105800******************************************************************
105900 8000-WRITE-SUMMARY-PAGE.
106000     MOVE WS-RUN-DATE-CCYYMMDD TO WS-RPT-SHDR-DATE.
106100     WRITE WS-RPT-LINE FROM WS-RPT-SUM-HDR-LINE
106200         AFTER ADVANCING PAGE.
106300     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
106400     IF WS-OFFICERS-REPORTED = ZERO
106500         WRITE WS-RPT-LINE FROM WS-RPT-NONE-LINE
106600     END-IF.
106700     WRITE WS-RPT-LINE FROM WS-RPT-SUM-COLHDR-LINE.
106800     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT
106900         VARYING WS-OFC-SUB FROM 1 BY 1
107000         UNTIL WS-OFC-SUB > WS-OFC-COUNT.
107100     MOVE "ALL"               TO WS-RPT-SUM-OFFICER.
107200     MOVE WS-GT-ACCOUNTS      TO WS-RPT-SUM-ACCOUNTS.
107300     MOVE WS-GT-WAY-UNDER     TO WS-RPT-SUM-WAY-UNDER.
107400     MOVE WS-GT-NEAR-UNDER    TO WS-RPT-SUM-NEAR-UNDER.
107500     MOVE WS-GT-AT-THRESH     TO WS-RPT-SUM-AT-THRESH.
107600     MOVE WS-GT-NEAR-OVER     TO WS-RPT-SUM-NEAR-OVER.
107700     MOVE WS-GT-WAY-OVER      TO WS-RPT-SUM-WAY-OVER.
107800     MOVE WS-GT-NOT-EVALUATED TO WS-RPT-SUM-NOT-EVAL.
107900     COMPUTE WS-WOOV-COUNT = WS-GT-NEAR-OVER + WS-GT-WAY-OVER.
108000     MOVE WS-WOOV-COUNT       TO WS-RPT-SUM-WOOV.
108100     MOVE WS-GT-DESK-ITEMS    TO WS-RPT-SUM-DESK-ITEMS.
108200     MOVE WS-GT-HOLDS         TO WS-RPT-SUM-HOLDS.
108300     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
108400     WRITE WS-RPT-LINE FROM WS-RPT-SUM-LINE.
108500     WRITE WS-RPT-LINE FROM WS-RPT-BLANK-LINE.
108600     MOVE "OFFICERS REPORTED"    TO WS-RPT-COUNT-NAME.
108700     MOVE WS-OFFICERS-REPORTED   TO WS-RPT-COUNT-CNT.
108800     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
108900     IF WS-OFC-TABLE-FULL
109000         MOVE "OFFICERS NOT SUMMARISED" TO WS-RPT-COUNT-NAME
109100         MOVE WS-OFFICERS-NOT-SUMMED TO WS-RPT-COUNT-CNT
109200         WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE
109300     END-IF.
109400     MOVE "SUSPENSE HOLDS READ"  TO WS-RPT-COUNT-NAME.
109500     MOVE WS-HOLDS-READ          TO WS-RPT-COUNT-CNT.
109600     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
109700     IF WS-HOLDS-NOT-LOADED > ZERO
109800         MOVE "HOLDS NOT LISTED"     TO WS-RPT-COUNT-NAME
109900         MOVE WS-HOLDS-NOT-LOADED    TO WS-RPT-COUNT-CNT
110000         WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE
110100     END-IF.
110200     MOVE "SNAPSHOTS ADDED"      TO WS-RPT-COUNT-NAME.
110300     MOVE WS-SNAPSHOTS-ADDED     TO WS-RPT-COUNT-CNT.
110400     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
110500     MOVE "SNAPSHOTS ROLLED"     TO WS-RPT-COUNT-NAME.
110600     MOVE WS-SNAPSHOTS-ROLLED    TO WS-RPT-COUNT-CNT.
110700     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
110800     MOVE "EXTRACT RECORDS"      TO WS-RPT-COUNT-NAME.
110900     MOVE WS-EXTRACT-COUNT       TO WS-RPT-COUNT-CNT.
111000     WRITE WS-RPT-LINE FROM WS-RPT-COUNT-LINE.
111100 8000-EXIT.
111200     EXIT.
111300
111400******************************************************************
111500* 8100-WRITE-SUMMARY-LINE - PRINT ONE OFFICER'S SUMMARY LINE    *
111600******************************************************************
111700 8100-WRITE-SUMMARY-LINE.
111800     IF WS-OFC-OFFICER (WS-OFC-SUB) = SPACES
111900         MOVE "*NONE"          TO WS-RPT-SUM-OFFICER
112000     ELSE
112100         MOVE WS-OFC-OFFICER (WS-OFC-SUB) TO WS-RPT-SUM-OFFICER
112200     END-IF.
112300     MOVE WS-OFC-ACCOUNTS (WS-OFC-SUB)   TO WS-RPT-SUM-ACCOUNTS.
112400     MOVE WS-OFC-WAY-UNDER (WS-OFC-SUB)  TO WS-RPT-SUM-WAY-UNDER.
112500     MOVE WS-OFC-NEAR-UNDER (WS-OFC-SUB)
112600         TO WS-RPT-SUM-NEAR-UNDER.
112700     MOVE WS-OFC-AT-THRESH (WS-OFC-SUB)  TO WS-RPT-SUM-AT-THRESH.
112800     MOVE WS-OFC-NEAR-OVER (WS-OFC-SUB)  TO WS-RPT-SUM-NEAR-OVER.
112900     MOVE WS-OFC-WAY-OVER (WS-OFC-SUB)   TO WS-RPT-SUM-WAY-OVER.
113000     MOVE WS-OFC-NOT-EVALUATED (WS-OFC-SUB)
113100         TO WS-RPT-SUM-NOT-EVAL.
113200     COMPUTE WS-WOOV-COUNT = WS-OFC-NEAR-OVER (WS-OFC-SUB)
113300                           + WS-OFC-WAY-OVER (WS-OFC-SUB).
113400     MOVE WS-WOOV-COUNT                  TO WS-RPT-SUM-WOOV.
113500     MOVE WS-OFC-DESK-ITEMS (WS-OFC-SUB)
113600         TO WS-RPT-SUM-DESK-ITEMS.
113700     MOVE WS-OFC-HOLDS (WS-OFC-SUB)      TO WS-RPT-SUM-HOLDS.
113800     WRITE WS-RPT-LINE FROM WS-RPT-SUM-LINE.
113900 8100-EXIT.
114000     EXIT.
114100
114200******************************************************************
114300* 9000-TERMINATE - CLOSE THE LAST OFFICER SECTION, PRINT THE    *
114400*    SUMMARY PAGE, WRITE THE EXTRACT TRAILER AND CLOSE FILES    *
114500******************************************************************
114600 9000-TERMINATE.
114700     IF NOT WS-FIRST-OFFICER
114800         PERFORM 3000-END-OFFICER THRU 3000-EXIT
114900     END-IF.
115000     PERFORM 8000-WRITE-SUMMARY-PAGE THRU 8000-EXIT.
115100     MOVE SPACES               TO THR-OPX-RECORD.
115200     SET THR-OPX-TRAILER       TO TRUE.
115300     MOVE WS-EXTRACT-COUNT     TO THR-OPX-TRL-COUNT.
115400     MOVE WS-EXTRACT-HASH      TO THR-OPX-TRL-HASH.
115500     MOVE WS-RUN-DATE-CCYYMMDD TO THR-OPX-TRL-RUN-DATE.
115600     WRITE THR-OPX-RECORD.
115700     CLOSE ACCT-IN POSITION-MST DISP-MST CALENDAR-MST SNAP-MST
115800           EXTRACT-OUT PORTF-RPT.
115900     IF WS-OFC-TABLE-FULL
116000         OR WS-HOLDS-NOT-LOADED > ZERO
116100         MOVE 0004 TO RETURN-CODE
116200     ELSE
116300         MOVE 0000 TO RETURN-CODE
116400     END-IF.
116500 9000-EXIT.
116600     EXIT.
116700
