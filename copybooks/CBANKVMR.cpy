001100* the point-of-sale acquiring service, keyed by the card        * cbankvmr
001200* network's merchant id). Each merchant settles net of the     *  cbankvmr
001300* fee rate here into the named settlement account on the        * cbankvmr
001400* nightly ZBNKPOSP run. Merchants are added, changed,           * cbankvmr
001410* suspended and closed on DBANK51P, every change audited        * cbankvmr
001420* to BNKAUDT. A suspended or closed merchant takes no           * cbankvmr
001430* further card purchases; ZBNKPOSP reports them as              * cbankvmr
001440* exceptions. Each day's settlement is kept on BNKMSET for      * cbankvmr
001450* the monthly ZBNKMSTM merchant statement.                      * cbankvmr
001500***************************************************************** cbankvmr
001600   05  MR-REC-MERCHANT-ID                    PIC X(11).           cbankvmr
001700   05  MR-REC-NAME                           PIC X(25).           cbankvmr
002000   05  MR-REC-STATUS                         PIC X(1).            cbankvmr
002100     88  MR-REC-ACTIVE                         VALUE 'A'.         cbankvmr
002200     88  MR-REC-SUSPENDED                      VALUE 'S'.         cbankvmr
002210     88  MR-REC-CLOSED                         VALUE 'C'.         cbankvmr
002300   05  FILLER                                PIC X(10).           cbankvmr
002400                                                                  cbankvmr
002500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvmr
