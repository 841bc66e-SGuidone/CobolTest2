001300* without processing) and with the END function, passing its    * crunctld
001400* return code, as the last thing it does. A zero business       * crunctld
001500* date asks URUNCTL to use today's date.                        * crunctld
001510* A job run in account-range slices also passes its slice       * crunctld
001520* number and the number of slices (see CACCRNGD.CPY); both are  * crunctld
001530* zero for an ordinary whole-file run.                          * crunctld
001600***************************************************************** crunctld
001700   05  RUNCTL-FUNCTION                      PIC X(1).             crunctld
001800     88  RUNCTL-START                       VALUE '1'.            crunctld
002400     88  RUNCTL-ALLOWED                     VALUE 'A'.            crunctld
002500     88  RUNCTL-BLOCKED                     VALUE 'B'.            crunctld
002600   05  RUNCTL-REPLY-TEXT                    PIC X(40).            crunctld
002610   05  RUNCTL-SLICE                         PIC 9(2) VALUE ZERO.  crunctld
002620   05  RUNCTL-SLICES                        PIC 9(2) VALUE ZERO.  crunctld
002700                                                                  crunctld
002800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     crunctld
