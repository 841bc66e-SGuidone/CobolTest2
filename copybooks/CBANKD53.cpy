000100***************************************************************** cbankd53
000200*                                                               * cbankd53
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd53
000400*                                                               * cbankd53
000500***************************************************************** cbankd53
000600                                                                  cbankd53
000700***************************************************************** cbankd53
000800* CBANKD53.CPY                                                  * cbankd53
000900*---------------------------------------------------------------* cbankd53
001000* This area is used to pass data between a requesting program   * cbankd53
001100* and the I/O program (DBANK53P) which takes the BNKEVTF tariff * cbankd53
001200* fee for a chargeable event on an account - a stop-cheque      * cbankd53
001300* order, a cheque book, a replacement card - unless a waiver    * cbankd53
001400* rule applies, and logs the outcome on BNKEVFL.                * cbankd53
001500***************************************************************** cbankd53
001600   05  CD53-DATA.                                                 cbankd53
001700     10  CD53I-DATA.                                              cbankd53
001800       15  CD53I-EVENT                     PIC X(3).              cbankd53
001900         88  CD53I-STOP-CHEQUE             VALUE 'STP'.           cbankd53
002000         88  CD53I-CHEQUE-BOOK             VALUE 'CHB'.           cbankd53
002100         88  CD53I-CARD-REPLACE            VALUE 'CRP'.           cbankd53
002200       15  CD53I-ACCNO                     PIC X(9).              cbankd53
002300       15  CD53I-USERID                    PIC X(8).              cbankd53
002400     10  CD53O-DATA.                                              cbankd53
002500       15  CD53O-STATUS                    PIC X(1).              cbankd53
002600         88  CD53O-OK                      VALUE 'A'.             cbankd53
002700         88  CD53O-REJECTED                VALUE 'E'.             cbankd53
002800       15  CD53O-MESSAGE                   PIC X(60).             cbankd53
002900       15  CD53O-RESULT                    PIC X(1).              cbankd53
003000         88  CD53O-CHARGED                 VALUE 'C'.             cbankd53
003100         88  CD53O-WAIVED                  VALUE 'W'.             cbankd53
003200         88  CD53O-NO-FEE                  VALUE 'N'.             cbankd53
003300       15  CD53O-FEE                       PIC S9(5)V99           cbankd53
003400           COMP-3.                                                cbankd53
003500       15  CD53O-WAIVE-REASON              PIC X(30).             cbankd53
003600       15  CD53O-BALANCE                   PIC S9(7)V99           cbankd53
003700           COMP-3.                                                cbankd53
003800                                                                  cbankd53
003900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd53
