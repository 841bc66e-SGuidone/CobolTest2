002810     88  LN-REC-BOOKED                         VALUE 'B'.         cbankvln
002820   05  LN-REC-DEC-REASON                     PIC X(2).            cbankvln
002830   05  LN-REC-DEC-USERID                     PIC X(8).            cbankvln
002840******************************************************************cbankvln
002850* The scorecard DBANK04P works out when the application is       *cbankvln
002860* submitted, and the decision it recommends. An application      *cbankvln
002870* scoring at or above the auto-approve cutoff, for no more than  *cbankvln
002880* the auto-approve maximum, is approved there and then with the  *cbankvln
002890* decision userid SCORECRD; everything else queues for the loan  *cbankvln
002900* officer as before. ZBNKSCRV compares the recommendations with  *cbankvln
002910* the officers' decisions and with later delinquency.            *cbankvln
002920******************************************************************cbankvln
002930   05  LN-REC-SCORE                          PIC 9(3).            cbankvln
002940   05  LN-REC-RECOMMEND                      PIC X(1).            cbankvln
002950     88  LN-REC-NOT-SCORED                     VALUE SPACE.       cbankvln
002960     88  LN-REC-REC-APPROVE                    VALUE 'A'.         cbankvln
002970     88  LN-REC-REC-REFER                      VALUE 'R'.         cbankvln
002980     88  LN-REC-REC-DECLINE                    VALUE 'D'.         cbankvln
003000                                                                  cbankvln
003100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvln
