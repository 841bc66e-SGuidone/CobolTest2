000100***************************************************************** cbankd56
000200*                                                               * cbankd56
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd56
000400*                                                               * cbankd56
000500***************************************************************** cbankd56
000600                                                                  cbankd56
000700***************************************************************** cbankd56
000800* CBANKD56.CPY                                                  * cbankd56
000900*---------------------------------------------------------------* cbankd56
001000* This area is used to pass data between a requesting program   * cbankd56
001100* and the I/O program (DBANK56P) which maintains the BNKFXLM    * cbankd56
001200* treasury FX position limits, with every change audited to     * cbankd56
001300* BNKAUDT with before/after images.                             * cbankd56
001400***************************************************************** cbankd56
001500   05  CD56-DATA.                                                 cbankd56
001600     10  CD56I-DATA.                                              cbankd56
001700       15  CD56I-FUNCTION                  PIC X(1).              cbankd56
001800         88  CD56I-LIST                    VALUE SPACE, '1'.      cbankd56
001900         88  CD56I-ADD                     VALUE '2'.             cbankd56
002000         88  CD56I-CHANGE                  VALUE '3'.             cbankd56
002100         88  CD56I-DELETE                  VALUE '4'.             cbankd56
002200       15  CD56I-CCY                       PIC X(3).              cbankd56
002300       15  CD56I-LIMIT                     PIC 9(11)V99.          cbankd56
002400       15  CD56I-MAINT-USERID              PIC X(8).              cbankd56
002500     10  CD56O-DATA.                                              cbankd56
002600       15  CD56O-STATUS                    PIC X(1).              cbankd56
002700         88  CD56O-OK                      VALUE 'A'.             cbankd56
002800         88  CD56O-REJECTED                VALUE 'E'.             cbankd56
002900       15  CD56O-MESSAGE                   PIC X(60).             cbankd56
003000       15  CD56O-LIMIT-COUNT               PIC 9(2).              cbankd56
003100       15  CD56O-LIMIT-AREA.                                      cbankd56
003200         20  CD56O-LIMIT-INFO OCCURS 12 TIMES.                    cbankd56
003300           25  CD56O-LIMIT-CCY             PIC X(3).              cbankd56
003400           25  CD56O-LIMIT-AMOUNT          PIC 9(11)V99.          cbankd56
003500           25  CD56O-LIMIT-UPDATED-USERID  PIC X(8).              cbankd56
003600           25  CD56O-LIMIT-UPDATED-DTE     PIC 9(8).              cbankd56
003700                                                                  cbankd56
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd56
