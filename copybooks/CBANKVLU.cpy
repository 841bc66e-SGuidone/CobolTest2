001300* accumulates every debit it captures here, across all the      * cbankvlu
001400* accounts the customer owns or jointly owns, and checks the    * cbankvlu
001500* BNKLIMP caps against these totals before posting.             * cbankvlu
001510* Card usage is counted under A=ATM and P=POS purchase: the     * cbankvlu
001520* DBANK64P authorisation adds the approved amount, and          * cbankvlu
001530* ZBNKATMP adds what each withdrawal settles for beyond it.     * cbankvlu
001600***************************************************************** cbankvlu
001700   05  LU-REC-KEY.                                                cbankvlu
001800     10  LU-REC-PID                          PIC X(5).            cbankvlu
