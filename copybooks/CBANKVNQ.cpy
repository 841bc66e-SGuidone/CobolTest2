002870     88  NQ-REC-EVENT-ESCHEAT                  VALUE 'ESC'.       cbankvnq
002880     88  NQ-REC-EVENT-SWITCH                   VALUE 'SWI'.       cbankvnq
002890     88  NQ-REC-EVENT-RATE-NOTICE              VALUE 'RTN'.       cbankvnq
002891     88  NQ-REC-EVENT-LOAN-SCHEDULE            VALUE 'LSC'.       cbankvnq
002892     88  NQ-REC-EVENT-MAJORITY                 VALUE 'MAJ'.       cbankvnq
002894     88  NQ-REC-EVENT-NOTICE-DUE               VALUE 'NWR'.       cbankvnq
002896     88  NQ-REC-EVENT-NOTICE-READY             VALUE 'NWA'.       cbankvnq
002898     88  NQ-REC-EVENT-PAYEE-ADDED              VALUE 'PYA'.       cbankvnq
002899     88  NQ-REC-EVENT-PAYEE-CHANGED            VALUE 'PYC'.       cbankvnq
002900   05  NQ-REC-TEXT                           PIC X(60).           cbankvnq
002910***************************************************************** cbankvnq
002920* A repayment schedule notice names the loan; ZBNKNOTD lists    * cbankvnq
002930* that loan's unpaid BNKLNSC instalments under it.              * cbankvnq
002940***************************************************************** cbankvnq
002950   05  NQ-REC-LOAN-TEXT REDEFINES NQ-REC-TEXT.                    cbankvnq
002960     10  FILLER                              PIC X(5).            cbankvnq
002970     10  NQ-REC-LOAN-TASKN                   PIC 9(7).            cbankvnq
002980     10  FILLER                              PIC X(48).           cbankvnq
003000   05  NQ-REC-STATUS                         PIC X(1).            cbankvnq
003100     88  NQ-REC-QUEUED                         VALUE 'Q'.         cbankvnq
003200     88  NQ-REC-SENT                           VALUE 'S'.         cbankvnq
