000100***************************************************************** cbankvdp
000200*                                                               * cbankvdp
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvdp
000400*                                                               * cbankvdp
000500***************************************************************** cbankvdp
000600                                                                  cbankvdp
000700***************************************************************** cbankvdp
000800* CBANKVDP.CPY                                                  * cbankvdp
000900*---------------------------------------------------------------* cbankvdp
001000* Record layout of the BNKDISP VSAM file (cardholder disputes,  * cbankvdp
001100* keyed by the cardholder's account number + the CICS task      * cbankvdp
001200* number that raised the case). Each case points at the         * cbankvdp
001300* original POS posting on BNKTXN. Raising the case credits the  * cbankvdp
001400* cardholder provisionally; the nightly ZBNKCHBK run charges    * cbankvdp
001500* the amount back to an on-us merchant's settlement account or  * cbankvdp
001600* sends it to the card network, and the final outcome either    * cbankvdp
001700* lets the provisional credit stand or takes it back.           * cbankvdp
001800***************************************************************** cbankvdp
001900   05  DP-REC-KEY.                                                cbankvdp
002000     10  DP-REC-ACCNO                        PIC X(9).            cbankvdp
002100     10  DP-REC-TASKN                        PIC 9(7).            cbankvdp
002200   05  DP-REC-TXN-KEY.                                            cbankvdp
002300     10  DP-REC-TXN-ACCNO                    PIC X(9).            cbankvdp
002400     10  DP-REC-TXN-DATE                     PIC X(11).           cbankvdp
002500     10  DP-REC-TXN-TIME                     PIC X(8).            cbankvdp
002600     10  DP-REC-TXN-SEQ                      PIC X(3).            cbankvdp
002700   05  DP-REC-PID                            PIC X(5).            cbankvdp
002800   05  DP-REC-MERCHANT-ID                    PIC X(11).           cbankvdp
002900   05  DP-REC-AMOUNT                         PIC S9(7)V99         cbankvdp
003000       COMP-3.                                                    cbankvdp
003100   05  DP-REC-REASON                         PIC X(2).            cbankvdp
003200     88  DP-REC-REASON-FRAUD                   VALUE 'FR'.        cbankvdp
003300     88  DP-REC-REASON-NOT-RECEIVED            VALUE 'NR'.        cbankvdp
003400     88  DP-REC-REASON-DUPLICATE               VALUE 'DU'.        cbankvdp
003500     88  DP-REC-REASON-AMOUNT                  VALUE 'AM'.        cbankvdp
003600     88  DP-REC-REASON-QUALITY                 VALUE 'QU'.        cbankvdp
003700     88  DP-REC-REASON-VALID                   VALUE 'FR', 'NR',  cbankvdp
003800                                                'DU', 'AM', 'QU'. cbankvdp
003900   05  DP-REC-STATUS                         PIC X(1).            cbankvdp
004000     88  DP-REC-OPEN                           VALUE 'O'.         cbankvdp
004100     88  DP-REC-CHARGED-BACK                   VALUE 'C'.         cbankvdp
004200     88  DP-REC-SENT-TO-NETWORK                VALUE 'N'.         cbankvdp
004300     88  DP-REC-REPRESENTED                    VALUE 'R'.         cbankvdp
004400     88  DP-REC-WON                            VALUE 'W'.         cbankvdp
004500     88  DP-REC-LOST                           VALUE 'L'.         cbankvdp
004600     88  DP-REC-CLOSED                         VALUE 'W', 'L'.    cbankvdp
004700   05  DP-REC-ROUTE                          PIC X(1).            cbankvdp
004800     88  DP-REC-ROUTE-PENDING                  VALUE SPACE.       cbankvdp
004900     88  DP-REC-ROUTE-ON-US                    VALUE 'M'.         cbankvdp
005000     88  DP-REC-ROUTE-NETWORK                  VALUE 'X'.         cbankvdp
005100***************************************************************** cbankvdp
005200* The merchant fee refunded with an on-us chargeback, kept so a * cbankvdp
005300* case the cardholder loses re-credits the merchant net and     * cbankvdp
005400* re-bills the same fee. The adjustment flag marks that         * cbankvdp
005500* re-credit as waiting for the nightly run and then done.       * cbankvdp
005600***************************************************************** cbankvdp
005700   05  DP-REC-FEE-REFUND                     PIC S9(7)V99         cbankvdp
005800       COMP-3.                                                    cbankvdp
005900   05  DP-REC-MERCH-ADJ                      PIC X(1).            cbankvdp
006000     88  DP-REC-MERCH-ADJ-NONE                 VALUE SPACE.       cbankvdp
006100     88  DP-REC-MERCH-ADJ-PENDING              VALUE 'P'.         cbankvdp
006200     88  DP-REC-MERCH-ADJ-DONE                 VALUE 'D'.         cbankvdp
006300   05  DP-REC-RAISED-DTE                     PIC 9(8).            cbankvdp
006400   05  DP-REC-RAISED-USERID                  PIC X(8).            cbankvdp
006500   05  DP-REC-CHBK-DTE                       PIC 9(8).            cbankvdp
006600   05  DP-REC-REPRES-DTE                     PIC 9(8).            cbankvdp
006700   05  DP-REC-CLOSED-DTE                     PIC 9(8).            cbankvdp
006800   05  DP-REC-CLOSED-USERID                  PIC X(8).            cbankvdp
006900   05  FILLER                                PIC X(10).           cbankvdp
007000                                                                  cbankvdp
007100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvdp
