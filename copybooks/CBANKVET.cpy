000100***************************************************************** cbankvet
000200*                                                               * cbankvet
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvet
000400*                                                               * cbankvet
000500***************************************************************** cbankvet
000600                                                                  cbankvet
000700***************************************************************** cbankvet
000800* CBANKVET.CPY                                                  * cbankvet
000900*---------------------------------------------------------------* cbankvet
001000* Record layout of the BNKEVTF VSAM file (per-event fee tariff, * cbankvet
001100* keyed by event code and account type). The program that       * cbankvet
001200* performs a chargeable event prices it from the entry for the  * cbankvet
001300* account's type, or from the entry with a blank type when the  * cbankvet
001400* type has none of its own, and posts the fee as a separate     * cbankvet
001500* BNKTXN entry under the tariff's own transaction type. A       * cbankvet
001600* waivable fee is subject to the same fee-exempt customer and   * cbankvet
001700* BNKFEER balance and relationship rules as the monthly charge. * cbankvet
001800* A zero fee makes the event free for that type.                * cbankvet
001900***************************************************************** cbankvet
002000   05  ET-REC-KEY.                                                cbankvet
002100     10  ET-REC-EVENT                      PIC X(3).              cbankvet
002200       88  ET-REC-STOP-CHEQUE              VALUE 'STP'.           cbankvet
002300       88  ET-REC-CHEQUE-BOOK              VALUE 'CHB'.           cbankvet
002400       88  ET-REC-EXTERNAL-XFER            VALUE 'EXT'.           cbankvet
002500       88  ET-REC-CARD-REPLACE             VALUE 'CRP'.           cbankvet
002600       88  ET-REC-RETURNED-CHEQUE          VALUE 'RCQ'.           cbankvet
002700       88  ET-REC-FOREIGN-ATM              VALUE 'FAT'.           cbankvet
002800     10  ET-REC-ACC-TYPE                   PIC X(1).              cbankvet
002900   05  ET-REC-FEE                          PIC S9(5)V99           cbankvet
003000       COMP-3.                                                    cbankvet
003100   05  ET-REC-TXN-TYPE                     PIC X(3).              cbankvet
003200   05  ET-REC-DESC                         PIC X(25).             cbankvet
003300   05  ET-REC-WAIVE-SW                     PIC X(1).              cbankvet
003400     88  ET-REC-WAIVABLE                   VALUE 'Y'.             cbankvet
003500     88  ET-REC-NOT-WAIVABLE               VALUE 'N'.             cbankvet
003600   05  FILLER                              PIC X(10).             cbankvet
003700                                                                  cbankvet
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvet
