000100***************************************************************** cbankd64
000200*                                                               * cbankd64
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd64
000400*                                                               * cbankd64
000500***************************************************************** cbankd64
000600                                                                  cbankd64
000700***************************************************************** cbankd64
000800* CBANKD64.CPY                                                  * cbankd64
000900*---------------------------------------------------------------* cbankd64
001000* This area is used to pass data between the card switch and    * cbankd64
001100* the I/O program (DBANK64P), which authorises one ATM (A) or   * cbankd64
001200* POS (P) request on a card. CD64O-RESULT is the reason code    * cbankd64
001300* the switch passes on - 00 is approved, anything else is a     * cbankd64
001400* decline - and CD64O-MESSAGE its text. An approval carries     * cbankd64
001500* the authorisation id to quote on the settled item and the     * cbankd64
001600* available balance left after the authorisation hold.          * cbankd64
001700***************************************************************** cbankd64
001800   05  CD64-DATA.                                                 cbankd64
001900     10  CD64I-DATA.                                              cbankd64
002000       15  CD64I-CARD-NO                   PIC X(16).             cbankd64
002100       15  CD64I-CHANNEL                   PIC X(1).              cbankd64
002200         88  CD64I-ATM                     VALUE 'A'.             cbankd64
002300         88  CD64I-POS                     VALUE 'P'.             cbankd64
002400       15  CD64I-AMOUNT                    PIC 9(7)V99.           cbankd64
002500       15  CD64I-TERMINAL                  PIC X(11).             cbankd64
002600     10  CD64O-DATA.                                              cbankd64
002700       15  CD64O-RESULT                    PIC X(2).              cbankd64
002800         88  CD64O-APPROVED                VALUE '00'.            cbankd64
002900       15  CD64O-MESSAGE                   PIC X(40).             cbankd64
003000       15  CD64O-AUTH-ID                   PIC X(15).             cbankd64
003100       15  CD64O-AVAILABLE                 PIC S9(9)V99           cbankd64
003200           COMP-3.                                                cbankd64
003300                                                                  cbankd64
003400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd64
