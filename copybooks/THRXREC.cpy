      *   VALUE IS READ AS POSITIVE, SO THE BRANCHES' EXISTING FILES   *
      *   NEED NO CONVERSION.                                          *
      *                                                                *
      *   THE TRANSACTION REFERENCE IS ASSIGNED BY THE SUBMITTING      *
      *   BRANCH - ITS BUSINESS DATE AND A SEQUENCE NUMBER UNIQUE      *
      *   WITHIN THAT DATE - AND IS CARRIED UNCHANGED ONTO EVERY       *
      *   OUTPUT RECORD.  THE CLASSIFIER CHECKS ACCOUNT PLUS           *
      *   REFERENCE AGAINST ITS DUPLICATE-CHECK FILE (THRDUPR) SO A    *
      *   RESENT FILE IS NOT CLASSIFIED TWICE.  A RECORD WITH A BLANK  *
      *   SEQUENCE NUMBER CANNOT BE CHECKED AND IS PASSED THROUGH.     *
      *                                                                *
      *   THE RESUBMISSION SWITCH IS SET ONLY ON THE RESUBMISSION      *
      *   FILE: "R" BY THE THRREPAR REJECT REPAIR RUN, "S" BY THE      *
      *   THRSUSMG SUSPENSE MANAGER.  A RESUBMITTED RECORD IS A        *
      *   DELIBERATE SECOND PASS OF A TRANSACTION ALREADY SEEN, SO     *
      *   THE CLASSIFIER DOES NOT REJECT IT AS A DUPLICATE.            *
      *                                                                *
      *   USE COPY THRXREC REPLACING THR-RECORD BY <NEW-NAME> WHEN     *
      *   MORE THAN ONE RECORD AREA BASED ON THIS LAYOUT IS NEEDED IN  *
      *   THE SAME PROGRAM (E.G. ONE PER OUTPUT FILE).                 *
           05  THR-ACCT-BRANCH         PIC X(05).
           05  THR-ACCT-CATEGORY       PIC X(01).
           05  THR-TXN-COUNT           PIC 9(05).
           05  THR-TXN-REF.
               10  THR-TXN-DATE        PIC X(08).
               10  THR-TXN-SEQ         PIC X(06).
           05  THR-RESUB-SW            PIC X(01).
               88  THR-RESUB-REPAIR           VALUE "R".
               88  THR-RESUB-SUSPENSE         VALUE "S".
           05  FILLER                  PIC X(17).
