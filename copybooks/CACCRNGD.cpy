000100***************************************************************** caccrngd
000200*                                                               * caccrngd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * caccrngd
000400*                                                               * caccrngd
000500***************************************************************** caccrngd
000600                                                                  caccrngd
000700***************************************************************** caccrngd
000800* CACCRNGD.CPY                                                  * caccrngd
000900*---------------------------------------------------------------* caccrngd
001000* Parameter area passed to the UACCRNG account-range utility by * caccrngd
001100* the account-scan jobs that can run in parallel slices. The    * caccrngd
001200* caller passes its exec parm; UACCRNG replies whole-file when  * caccrngd
001300* there is no RANGE parm, sliced with the range and slice       * caccrngd
001400* numbers filled in, or invalid. The parm is                    * caccrngd
001500*     RANGE fffffffff ttttttttt nn/mm                           * caccrngd
001600* (first and last account number of the slice, then slice nn    * caccrngd
001700* of mm). The scan limit and state are the caller's own: the    * caccrngd
001800* job sets the limit when it positions on the first account of  * caccrngd
001900* its range and ends its browse once past it.                   * caccrngd
002000***************************************************************** caccrngd
002100   05  ACR-PARM-LENGTH                      PIC S9(4) COMP.       caccrngd
002200   05  ACR-PARM-TEXT                        PIC X(31).            caccrngd
002300   05  ACR-REPLY                            PIC X(1).             caccrngd
002400     88  ACR-WHOLE-FILE                     VALUE 'W'.            caccrngd
002500     88  ACR-SLICED                         VALUE 'S'.            caccrngd
002600     88  ACR-PARM-INVALID                   VALUE 'E'.            caccrngd
002700   05  ACR-REPLY-TEXT                       PIC X(40).            caccrngd
002800   05  ACR-FROM-ACCNO                       PIC X(9).             caccrngd
002900   05  ACR-TO-ACCNO                         PIC X(9).             caccrngd
003000   05  ACR-SLICE                            PIC 9(2).             caccrngd
003100   05  ACR-SLICES                           PIC 9(2).             caccrngd
003200   05  ACR-SCAN-LIMIT                       PIC X(9).             caccrngd
003300   05  ACR-SCAN-STATE                       PIC X(1).             caccrngd
003400     88  ACR-SCAN-IN-RANGE                  VALUE 'R'.            caccrngd
003500     88  ACR-SCAN-ENDED                     VALUE 'E'.            caccrngd
003600                                                                  caccrngd
003700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     caccrngd
