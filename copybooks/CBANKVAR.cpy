001800       COMP-3.                                                    cbankvar
001900   05  AR-REC-LAST-ACCRUE-DTE              PIC 9(8).              cbankvar
001910   05  AR-REC-EXCESS-DAYS                  PIC 9(3).              cbankvar
001920******************************************************************cbankvar
001930* Items returned unpaid for lack of funds - inward cheques       *cbankvar
001940* refused by ZBNKCHQP and direct debits refused by ZBNKDDIN. The *cbankvar
001950* count restarts when the previous return is more than a year    *cbankvar
001960* old, so it is the account's recent record; the loan scorecard  *cbankvar
001970* in DBANK04P reads it with the overdraft excess days above.     *cbankvar
001980******************************************************************cbankvar
001990   05  AR-REC-RETURNED-ITEMS               PIC 9(3).              cbankvar
002000   05  AR-REC-LAST-RETURNED-DTE            PIC 9(8).              cbankvar
002010   05  FILLER                              PIC X(4).              cbankvar
002100                                                                  cbankvar
002200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvar
