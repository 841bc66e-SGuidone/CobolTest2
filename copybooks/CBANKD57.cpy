000100***************************************************************** cbankd57
000200*                                                               * cbankd57
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd57
000400*                                                               * cbankd57
000500***************************************************************** cbankd57
000600                                                                  cbankd57
000700***************************************************************** cbankd57
000800* CBANKD57.CPY                                                  * cbankd57
000900*---------------------------------------------------------------* cbankd57
001000* This area is used to pass data between a requesting program   * cbankd57
001100* and the I/O program (DBANK57P) which shows the aging of every * cbankd57
001200* operations case queue - per queue, the open items, how many   * cbankd57
001300* are past 1, 3, 7 and 30 days and the amount at stake - for    * cbankd57
001400* all branches or one branch, or one queue broken down by       * cbankd57
001500* branch.                                                       * cbankd57
001600***************************************************************** cbankd57
001700   05  CD57-DATA.                                                 cbankd57
001800     10  CD57I-DATA.                                              cbankd57
001900       15  CD57I-FUNCTION                  PIC X(1).              cbankd57
002000         88  CD57I-BY-QUEUE                VALUE SPACE, '1'.      cbankd57
002100         88  CD57I-BY-BRANCH               VALUE '2'.             cbankd57
002200       15  CD57I-BRANCH                    PIC X(3).              cbankd57
002300       15  CD57I-QUEUE                     PIC X(8).              cbankd57
002400     10  CD57O-DATA.                                              cbankd57
002500       15  CD57O-STATUS                    PIC X(1).              cbankd57
002600         88  CD57O-OK                      VALUE 'A'.             cbankd57
002700         88  CD57O-REJECTED                VALUE 'E'.             cbankd57
002800       15  CD57O-MESSAGE                   PIC X(60).             cbankd57
002900       15  CD57O-AS-OF-DTE                 PIC 9(8).              cbankd57
003000       15  CD57O-ROW-COUNT                 PIC 9(2).              cbankd57
003100       15  CD57O-ROW-AREA.                                        cbankd57
003200         20  CD57O-ROW-INFO OCCURS 20 TIMES.                      cbankd57
003300           25  CD57O-ROW-KEY               PIC X(8).              cbankd57
003400           25  CD57O-ROW-SCREEN            PIC X(8).              cbankd57
003500           25  CD57O-ROW-DESC              PIC X(24).             cbankd57
003600           25  CD57O-ROW-OPEN              PIC 9(7).              cbankd57
003700           25  CD57O-ROW-OVER-1            PIC 9(7).              cbankd57
003800           25  CD57O-ROW-OVER-3            PIC 9(7).              cbankd57
003900           25  CD57O-ROW-OVER-7            PIC 9(7).              cbankd57
004000           25  CD57O-ROW-OVER-30           PIC 9(7).              cbankd57
004100           25  CD57O-ROW-AMOUNT            PIC 9(11)V99.          cbankd57
004200           25  CD57O-ROW-OLDEST-DTE        PIC 9(8).              cbankd57
004300                                                                  cbankd57
004400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd57
