000100***************************************************************** cbankvam
000200*                                                               * cbankvam
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvam
000400*                                                               * cbankvam
000500***************************************************************** cbankvam
000600                                                                  cbankvam
000700***************************************************************** cbankvam
000800* CBANKVAM.CPY                                                  * cbankvam
000900*---------------------------------------------------------------* cbankvam
001000* Record layout of the BNKATMC VSAM file (ATM cash ledger,      * cbankvam
001100* keyed by terminal id). Each record carries the terminal's     * cbankvam
001200* current replenishment cycle - the cash left in the cassettes  * cbankvam
001300* at the last count, what the carrier has loaded since, and     * cbankvam
001400* what the nightly ZBNKATMP run has drawn down from the switch  * cbankvam
001500* feed - and the result of the last cassette count, proved by   * cbankvam
001600* ZBNKATMC in the same way ZBNKTILL proves the teller tills.    * cbankvam
001700* A count closes the cycle: what was counted becomes the        * cbankvam
001800* opening cash of the next one.                                 * cbankvam
001900***************************************************************** cbankvam
002000   05  AM-REC-TERMINAL                       PIC X(8).            cbankvam
002100   05  AM-REC-BRANCH                         PIC X(3).            cbankvam
002200   05  AM-REC-STATUS                         PIC X(1).            cbankvam
002300     88  AM-REC-IN-SERVICE                     VALUE 'A'.         cbankvam
002400     88  AM-REC-OUT-OF-SERVICE                 VALUE 'X'.         cbankvam
002500   05  AM-REC-CAPACITY                       PIC S9(9)V99         cbankvam
002600       COMP-3.                                                    cbankvam
002700   05  AM-REC-CYCLE-DTE                      PIC 9(8).            cbankvam
002800   05  AM-REC-OPENING                        PIC S9(9)V99         cbankvam
002900       COMP-3.                                                    cbankvam
003000   05  AM-REC-LOADED                         PIC S9(9)V99         cbankvam
003100       COMP-3.                                                    cbankvam
003200   05  AM-REC-DISPENSED                      PIC S9(9)V99         cbankvam
003300       COMP-3.                                                    cbankvam
003400   05  AM-REC-LAST-LOAD-DTE                  PIC 9(8).            cbankvam
003500   05  AM-REC-LAST-FEED-DTE                  PIC 9(8).            cbankvam
003600***************************************************************** cbankvam
003700* The last cassette count - notes counted in each cassette at   * cbankvam
003800* its denomination, the cash the ledger expected, and the       * cbankvam
003900* over/short difference, kept for the proof report.            *  cbankvam
004000***************************************************************** cbankvam
004100   05  AM-REC-COUNT-DTE                      PIC 9(8).            cbankvam
004200   05  AM-REC-COUNT-USERID                   PIC X(8).            cbankvam
004300   05  AM-REC-CASSETTE-AREA.                                      cbankvam
004400     10  AM-REC-CASSETTE OCCURS 4 TIMES.                          cbankvam
004500       15  AM-REC-CST-DENOM                  PIC 9(3).            cbankvam
004600       15  AM-REC-CST-NOTES                  PIC 9(5).            cbankvam
004700   05  AM-REC-EXPECTED                       PIC S9(9)V99         cbankvam
004800       COMP-3.                                                    cbankvam
004900   05  AM-REC-COUNTED                        PIC S9(9)V99         cbankvam
005000       COMP-3.                                                    cbankvam
005100   05  AM-REC-OVER-SHORT                     PIC S9(7)V99         cbankvam
005200       COMP-3.                                                    cbankvam
005300   05  FILLER                                PIC X(10).           cbankvam
005400                                                                  cbankvam
005500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvam
