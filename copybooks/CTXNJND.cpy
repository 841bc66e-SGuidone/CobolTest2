000100***************************************************************** ctxnjnd
000200*                                                               * ctxnjnd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * ctxnjnd
000400*                                                               * ctxnjnd
000500***************************************************************** ctxnjnd
000600                                                                  ctxnjnd
000700***************************************************************** ctxnjnd
000800* CTXNJND.CPY                                                   * ctxnjnd
000900*---------------------------------------------------------------* ctxnjnd
001000* Parameter area passed to the UTXNJNL daily posting journal    * ctxnjnd
001100* utility by every batch job that writes BNKTXN. The caller     * ctxnjnd
001200* passes the posting exactly as written, immediately after the  * ctxnjnd
001300* BNKTXN write; UTXNJNL keys it by the posting date it carries  * ctxnjnd
001400* and writes the BNKTXD entry. Online programs write the        * ctxnjnd
001500* journal file directly under CICS.                             * ctxnjnd
001600***************************************************************** ctxnjnd
001700   05  TXJ-FUNCTION                         PIC X(1).             ctxnjnd
001800     88  TXJ-WRITE                          VALUE 'W'.            ctxnjnd
001900   05  TXJ-TXN-IMAGE                        PIC X(86).            ctxnjnd
002000   05  TXJ-REPLY                            PIC X(1).             ctxnjnd
002100     88  TXJ-OK                             VALUE 'A'.            ctxnjnd
002200     88  TXJ-FAILED                         VALUE 'F'.            ctxnjnd
002300   05  TXJ-REPLY-TEXT                       PIC X(40).            ctxnjnd
002400                                                                  ctxnjnd
002500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ctxnjnd
