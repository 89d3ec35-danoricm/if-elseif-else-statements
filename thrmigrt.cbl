005800                            THR-ACCT-NAME  BY THR-CUR-ACCT-NAME
005900                       THR-ACCT-BRANCH BY THR-CUR-ACCT-BRANCH
006000                 THR-ACCT-CATEGORY BY THR-CUR-ACCT-CATEGORY
006100                            THR-TXN-COUNT  BY THR-CUR-TXN-COUNT
006101                            THR-TXN-REF    BY THR-CUR-TXN-REF
006102                            THR-TXN-DATE   BY THR-CUR-TXN-DATE
006103                            THR-TXN-SEQ    BY THR-CUR-TXN-SEQ
006104                            THR-RESUB-SW   BY THR-CUR-RESUB-SW
006105                          THR-RESUB-REPAIR BY THR-CUR-RESUB-REPAIR
006106                     THR-RESUB-SUSPENSE BY THR-CUR-RESUB-SUSPENSE.
006200
006300 FD  PRIOR-IN
006400     RECORDING MODE IS F
007000                            THR-ACCT-NAME  BY THR-PRI-ACCT-NAME
007100                       THR-ACCT-BRANCH BY THR-PRI-ACCT-BRANCH
007200                 THR-ACCT-CATEGORY BY THR-PRI-ACCT-CATEGORY
007300                            THR-TXN-COUNT  BY THR-PRI-TXN-COUNT
007301                            THR-TXN-REF    BY THR-PRI-TXN-REF
007302                            THR-TXN-DATE   BY THR-PRI-TXN-DATE
007303                            THR-TXN-SEQ    BY THR-PRI-TXN-SEQ
007304                            THR-RESUB-SW   BY THR-PRI-RESUB-SW
007305                          THR-RESUB-REPAIR BY THR-PRI-RESUB-REPAIR
007306                     THR-RESUB-SUSPENSE BY THR-PRI-RESUB-SUSPENSE.
007400
007500 FD  MIGRATE-RPT
007600     RECORDING MODE IS F
011600                            THR-ACCT-NAME  BY WS-CUR-ACCT-NAME
011700                       THR-ACCT-BRANCH BY WS-CUR-ACCT-BRANCH
011800                 THR-ACCT-CATEGORY BY WS-CUR-ACCT-CATEGORY
011900                            THR-TXN-COUNT  BY WS-CUR-TXN-COUNT
011901                            THR-TXN-REF    BY WS-CUR-TXN-REF
011902                            THR-TXN-DATE   BY WS-CUR-TXN-DATE
011903                            THR-TXN-SEQ    BY WS-CUR-TXN-SEQ
011904                            THR-RESUB-SW   BY WS-CUR-RESUB-SW
011905                          THR-RESUB-REPAIR BY WS-CUR-RESUB-REPAIR
011906                      THR-RESUB-SUSPENSE BY WS-CUR-RESUB-SUSPENSE.
012000
012100     COPY THRXREC REPLACING THR-RECORD    BY WS-PRI-HOLD
012200                            THR-ACCT-ID    BY WS-PRI-ACCT-ID
012500                            THR-ACCT-NAME  BY WS-PRI-ACCT-NAME
012600                       THR-ACCT-BRANCH BY WS-PRI-ACCT-BRANCH
012700                 THR-ACCT-CATEGORY BY WS-PRI-ACCT-CATEGORY
012800                            THR-TXN-COUNT  BY WS-PRI-TXN-COUNT
012801                            THR-TXN-REF    BY WS-PRI-TXN-REF
012802                            THR-TXN-DATE   BY WS-PRI-TXN-DATE
012803                            THR-TXN-SEQ    BY WS-PRI-TXN-SEQ
012804                            THR-RESUB-SW   BY WS-PRI-RESUB-SW
012805                          THR-RESUB-REPAIR BY WS-PRI-RESUB-REPAIR
012806                      THR-RESUB-SUSPENSE BY WS-PRI-RESUB-SUSPENSE.
012900
013000******************************************************************
013100*    CLASS RANKS FOR THE MIGRATION DIRECTION - WU IS LOWEST,     *
