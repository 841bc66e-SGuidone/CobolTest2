001100* certificates, keyed by business date). The ZBNKEODR           * cbankveo
001200* date-roll job writes one certificate when every readiness     * cbankveo
001300* check holds - proof clean, settlement ended, GL extract       * cbankveo
001400* produced, control totals proved, quiesce released, no         * cbankveo
001500* expected inbound file missing - and only then advances the    * cbankveo
001510* held business date.                                           * cbankveo
001600* DBANK07P shows past certificates to operations.               * cbankveo
001700***************************************************************** cbankveo
001800   05  EO-REC-BUSDATE                        PIC 9(8).            cbankveo
002500   05  EO-REC-INBOUND-OK                     PIC X(1).            cbankveo
002600   05  EO-REC-ROLLED-TO                      PIC 9(8).            cbankveo
002700   05  EO-REC-SIGNED-TIME                    PIC X(6).            cbankveo
002750   05  EO-REC-CTOT-OK                        PIC X(1).            cbankveo
002800   05  FILLER                                PIC X(11).           cbankveo
002900                                                                  cbankveo
003000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankveo
