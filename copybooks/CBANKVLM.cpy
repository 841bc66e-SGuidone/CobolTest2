003200     88  LM-REC-PAID-OFF                       VALUE 'P'.         cbankvlm
003300     88  LM-REC-SUSPENDED                      VALUE 'S'.         cbankvlm
003310     88  LM-REC-CHARGED-OFF                    VALUE 'C'.         cbankvlm
003315******************************************************************cbankvlm
003320* A loan linked to a named base rate reprices whenever the base  *cbankvlm
003325* moves - ZBNKRPRC recalculates the payment from the in-force    *cbankvlm
003330* BNKBASE rate plus the loan's margin. Spaces in the base code   *cbankvlm
003335* mean the loan is fixed at LM-REC-RATE for life, as before.     *cbankvlm
003340******************************************************************cbankvlm
003345   05  LM-REC-BASE-CODE                      PIC X(4).            cbankvlm
003350   05  LM-REC-MARGIN                         PIC S9(3)V9(4)       cbankvlm
003355       COMP-3.                                                    cbankvlm
003360******************************************************************cbankvlm
003365* Late-payment charges and penalty interest raised by ZBNKLNLC   *cbankvlm
003370* while instalments are in arrears. They are collected by        *cbankvlm
003375* ZBNKLNSV after the instalment, counted into the DBANK21P       *cbankvlm
003380* payoff quote and may be waived on DBANK20P (the last waiver    *cbankvlm
003385* is kept on the loan, every waiver is audited on BNKAUDT).      *cbankvlm
003390******************************************************************cbankvlm
003395   05  LM-REC-LATE-FEES-DUE                  PIC S9(7)V99         cbankvlm
003400       COMP-3.                                                    cbankvlm
003405   05  LM-REC-PENALTY-DUE                    PIC S9(7)V99         cbankvlm
003410       COMP-3.                                                    cbankvlm
003415   05  LM-REC-PENALTY-DTE                    PIC 9(8).            cbankvlm
003420   05  LM-REC-WAIVED-TOTAL                   PIC S9(7)V99         cbankvlm
003425       COMP-3.                                                    cbankvlm
003430   05  LM-REC-WAIVE-DTE                      PIC 9(8).            cbankvlm
003435   05  LM-REC-WAIVE-USERID                   PIC X(8).            cbankvlm
003440   05  LM-REC-WAIVE-REASON                   PIC X(2).            cbankvlm
003445   05  FILLER                                PIC X(2).            cbankvlm
003450                                                                  cbankvlm
003455* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvlm
