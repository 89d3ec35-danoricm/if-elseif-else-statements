      ******************************************************************
      *                                                                *
      *   THROPXR - OFFICER PORTFOLIO EXTRACT RECORD                   *
      *                                                                *
      *   THE MACHINE-READABLE COPY OF THE WEEKLY THROFCPF PORTFOLIO   *
      *   REPORT FOR THE RELATIONSHIP-MANAGEMENT TEAM.  AN "H" HEADER  *
      *   CARRIES THE RUN DATE; EACH OPEN ACCOUNT GIVES AN "A" RECORD  *
      *   FOLLOWED BY AN "I" RECORD FOR EACH OPEN REVIEW-DESK ITEM     *
      *   AND AN "S" RECORD FOR EACH SUSPENSE HOLD ON IT; A "T"        *
      *   TRAILER CARRIES THE COUNT OF A/I/S RECORDS AND A SIGNED      *
      *   HASH TOTAL OF THE ACCOUNT VALUES FOR THE RECEIVER'S          *
      *   BALANCING - THE SAME PATTERN AS THE THRICRR INTERCHANGE.     *
      *   ON AN "A" RECORD THE CHANGE IS THE CURRENT VALUE LESS THE    *
      *   PRIOR WEEK'S; THE NEW FLAG IS "Y" WHEN THERE IS NO PRIOR     *
      *   WEEK TO COMPARE WITH, AND THE EVALUATION DATE IS ZERO WHEN   *
      *   THE ACCOUNT HAS NO POSITION YET.                             *
      *                                                                *
      ******************************************************************
       01  THR-OPX-RECORD.
           05  THR-OPX-REC-TYPE        PIC X(01).
               88  THR-OPX-HEADER             VALUE "H".
               88  THR-OPX-ACCOUNT            VALUE "A".
               88  THR-OPX-DESK-ITEM          VALUE "I".
               88  THR-OPX-HOLD               VALUE "S".
               88  THR-OPX-TRAILER            VALUE "T".
           05  THR-OPX-OFFICER         PIC X(04).
           05  THR-OPX-ACCT-ID         PIC X(10).
           05  THR-OPX-BODY            PIC X(65).
           05  THR-OPX-HDR REDEFINES THR-OPX-BODY.
               10  THR-OPX-HDR-RUN-DATE    PIC 9(08).
               10  FILLER                  PIC X(57).
           05  THR-OPX-ACT REDEFINES THR-OPX-BODY.
               10  THR-OPX-ACT-NAME        PIC X(20).
               10  THR-OPX-ACT-BRANCH      PIC X(05).
               10  THR-OPX-ACT-CATEGORY    PIC X(01).
               10  THR-OPX-ACT-CLASS       PIC X(02).
               10  THR-OPX-ACT-VALUE       PIC S9(05).
               10  THR-OPX-ACT-EVAL-DATE   PIC 9(08).
               10  THR-OPX-ACT-PRV-CLASS   PIC X(02).
               10  THR-OPX-ACT-PRV-VALUE   PIC S9(05).
               10  THR-OPX-ACT-CHANGE      PIC S9(06).
               10  THR-OPX-ACT-NEW-SW      PIC X(01).
               10  FILLER                  PIC X(10).
           05  THR-OPX-ITM REDEFINES THR-OPX-BODY.
               10  THR-OPX-ITM-RUN-DATE    PIC 9(08).
               10  THR-OPX-ITM-CLASS       PIC X(02).
               10  THR-OPX-ITM-VALUE       PIC 9(05).
               10  THR-OPX-ITM-STATUS      PIC X(01).
               10  THR-OPX-ITM-SOURCE      PIC X(01).
               10  THR-OPX-ITM-AGE         PIC 9(03).
               10  FILLER                  PIC X(45).
           05  THR-OPX-HLD REDEFINES THR-OPX-BODY.
               10  THR-OPX-HLD-HELD-DATE   PIC 9(08).
               10  THR-OPX-HLD-CLASS       PIC X(02).
               10  THR-OPX-HLD-VALUE       PIC S9(05).
               10  THR-OPX-HLD-AGE         PIC 9(03).
               10  FILLER                  PIC X(47).
           05  THR-OPX-TRL REDEFINES THR-OPX-BODY.
               10  THR-OPX-TRL-COUNT       PIC 9(09).
               10  THR-OPX-TRL-HASH        PIC S9(11).
               10  THR-OPX-TRL-RUN-DATE    PIC 9(08).
               10  FILLER                  PIC X(37).
