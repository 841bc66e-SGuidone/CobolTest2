001300* ZBNKGLPO.CBL                                                   *zbnkglpo
001400* Function:    Nightly GL balance posting. Folds the day's       *zbnkglpo
001500*              GLIF extract from ZBNKGLEX (and the CHGOGL        *zbnkglpo
001600*              charge-off, ECLGL provisioning, ACRGL accrual     *zbnkglpo
001700*              and ACRRVGL accrual reversal journals, run        *zbnkglpo
001750*              against the same program with the file on the     *zbnkglpo
001760*              GLIF DD) into the cumulative                      *zbnkglpo
001800*              BNKGLBL balance file by GL account and accounting *zbnkglpo
001900*              period, so Finance stops rebuilding the ledger    *zbnkglpo
002000*              from a month of daily extract files by hand. A    *zbnkglpo
