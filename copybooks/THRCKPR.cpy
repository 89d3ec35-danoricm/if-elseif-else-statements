               10  THR-CKP-CLASSIFIED      PIC 9(09) COMP-3.
               10  THR-CKP-REJECTED        PIC 9(09) COMP-3.
               10  THR-CKP-SUSPENSE        PIC 9(09) COMP-3.
               10  THR-CKP-DUPLICATE       PIC 9(09) COMP-3.
           05  THR-CKP-CAT-TOTALS.
               10  THR-CKP-CAT-ENTRY       OCCURS 10 TIMES.
                   15  THR-CKP-CAT-CODE        PIC X(01).
                   15  THR-CKP-CAT-AT-THRESH   PIC 9(09) COMP-3.
                   15  THR-CKP-CAT-NEAR-OVER   PIC 9(09) COMP-3.
                   15  THR-CKP-CAT-WAY-OVER    PIC 9(09) COMP-3.
