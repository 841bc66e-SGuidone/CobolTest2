000100***************************************************************** cbankd45
000200*                                                               * cbankd45
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd45
000400*                                                               * cbankd45
000500***************************************************************** cbankd45
000600                                                                  cbankd45
000700***************************************************************** cbankd45
000800* CBANKD45.CPY                                                  * cbankd45
000900*---------------------------------------------------------------* cbankd45
001000* This area is used to pass data between a requesting program   * cbankd45
001100* and the I/O program (DBANK45P) which maintains the ATM cash   * cbankd45
001200* ledger on BNKATMC - the carrier's replenishment loads and     * cbankd45
001300* the cassette counts taken at each visit, with the counted-    * cbankd45
001400* versus-expected difference.                                   * cbankd45
001500***************************************************************** cbankd45
001600   05  CD45-DATA.                                                 cbankd45
001700     10  CD45I-DATA.                                              cbankd45
001800       15  CD45I-FUNCTION                  PIC X(1).              cbankd45
001900         88  CD45I-ENQUIRE                 VALUE SPACE, '1'.      cbankd45
002000         88  CD45I-LOAD                    VALUE '2'.             cbankd45
002100         88  CD45I-COUNT                   VALUE '3'.             cbankd45
002200       15  CD45I-TERMINAL                  PIC X(8).              cbankd45
002300       15  CD45I-BRANCH                    PIC X(3).              cbankd45
002400       15  CD45I-CAPACITY                  PIC S9(9)V99           cbankd45
002500           COMP-3.                                                cbankd45
002600       15  CD45I-AMOUNT                    PIC S9(9)V99           cbankd45
002700           COMP-3.                                                cbankd45
002800       15  CD45I-CASSETTE OCCURS 4 TIMES.                         cbankd45
002900         20  CD45I-CST-DENOM               PIC 9(3).              cbankd45
003000         20  CD45I-CST-NOTES               PIC 9(5).              cbankd45
003100       15  CD45I-USERID                    PIC X(8).              cbankd45
003200     10  CD45O-DATA.                                              cbankd45
003300       15  CD45O-STATUS                    PIC X(1).              cbankd45
003400         88  CD45O-OK                      VALUE 'A'.             cbankd45
003500         88  CD45O-REJECTED                VALUE 'E'.             cbankd45
003600       15  CD45O-MESSAGE                   PIC X(60).             cbankd45
003700       15  CD45O-OPENING                   PIC S9(9)V99           cbankd45
003800           COMP-3.                                                cbankd45
003900       15  CD45O-LOADED                    PIC S9(9)V99           cbankd45
004000           COMP-3.                                                cbankd45
004100       15  CD45O-DISPENSED                 PIC S9(9)V99           cbankd45
004200           COMP-3.                                                cbankd45
004300       15  CD45O-EXPECTED-CASH             PIC S9(9)V99           cbankd45
004400           COMP-3.                                                cbankd45
004500       15  CD45O-COUNTED                   PIC S9(9)V99           cbankd45
004600           COMP-3.                                                cbankd45
004700       15  CD45O-OVER-SHORT                PIC S9(7)V99           cbankd45
004800           COMP-3.                                                cbankd45
004900       15  CD45O-COUNT-DTE                 PIC 9(8).              cbankd45
005000                                                                  cbankd45
005100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd45
