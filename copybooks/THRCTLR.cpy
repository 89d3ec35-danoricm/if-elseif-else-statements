      *   ACCOUNT MASTER'S THR-ACT-CATEGORY; THE ROW WITH CATEGORY     *
      *   "*" IS THE DEFAULT, USED FOR ANY ACCOUNT WHOSE CATEGORY HAS  *
      *   NO ROW OF ITS OWN (INCLUDING ACCOUNTS NOT ON THE MASTER).    *
      *   A "*" ROW MUST BE PRESENT.  THE FILE IS NO LONGER KEYED BY   *
      *   HAND: THE THRCTLMT MAINTENANCE RUN REWRITES IT EACH NIGHT    *
      *   FROM THE ROWS OF THE EFFECTIVE-DATED CONTROL MASTER          *
      *   (THRCTMR) IN FORCE ON THE BUSINESS DATE, "*" ROW FIRST, AND  *
      *   STAMPS EACH ROW WITH THE DATE IT TOOK EFFECT (ZERO FOR A     *
      *   ROW UNCHANGED SINCE THE MASTER WAS FIRST BUILT).  A          *
      *   CANDIDATE FILE FOR THE THRSIMUL WHAT-IF MAY LEAVE THE        *
      *   EFFECTIVE DATE BLANK.                                        *
      *                                                                *
      *   THE PROCESSING MODE IS A RUN-LEVEL SETTING HONOURED FROM     *
      *   THE FIRST ROW - THE "*" ROW ON A PUBLISHED CARD - ONLY: "T"  *
      *   (OR SPACE) CLASSIFIES EVERY TRANSACTION INDEPENDENTLY AS     *
      *   ALWAYS; "A" FIRST ACCUMULATES A NET TOTAL PER ACCOUNT AND    *
      *   CLASSIFIES THE ACCOUNT-LEVEL TOTAL, WRITING ONE RECORD PER   *
      *   ACCOUNT WITH THE COUNT OF TRANSACTIONS IT ABSORBED.          *
      *                                                                *
      ******************************************************************
       01  THR-CTL-RECORD.
           05  THR-CTL-PROC-MODE       PIC X(01).
               88  THR-CTL-MODE-TRANS         VALUES "T", " ".
               88  THR-CTL-MODE-ACCT          VALUE "A".
           05  THR-CTL-EFF-DATE        PIC X(08).
           05  FILLER                  PIC X(57).
