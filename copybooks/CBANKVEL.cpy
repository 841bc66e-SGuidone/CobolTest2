000100***************************************************************** cbankvel
000200*                                                               * cbankvel
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvel
000400*                                                               * cbankvel
000500***************************************************************** cbankvel
000600                                                                  cbankvel
000700***************************************************************** cbankvel
000800* CBANKVEL.CPY                                                  * cbankvel
000900*---------------------------------------------------------------* cbankvel
001000* Record layout of the BNKEVFL VSAM file (event fee log). One   * cbankvel
001100* record for every tariff fee an event raised, charged or       * cbankvel
001200* waived, written by DBANK53P online and by UEVTFEE in batch.   * cbankvel
001300* Keyed by date and time so the monthly ZBNKEVFM report reads   * cbankvel
001400* one month's fees in sequence; the sequence number is the CICS * cbankvel
001500* task number online and a running count in batch.              * cbankvel
001600***************************************************************** cbankvel
001700   05  EL-REC-KEY.                                                cbankvel
001800     10  EL-REC-DATE                       PIC 9(8).              cbankvel
001900     10  EL-REC-TIME                       PIC X(6).              cbankvel
002000     10  EL-REC-ACCNO                      PIC X(9).              cbankvel
002100     10  EL-REC-SEQ                        PIC 9(7).              cbankvel
002200   05  EL-REC-EVENT                        PIC X(3).              cbankvel
002300   05  EL-REC-ACC-TYPE                     PIC X(1).              cbankvel
002400   05  EL-REC-PID                          PIC X(5).              cbankvel
002500   05  EL-REC-FEE                          PIC S9(5)V99           cbankvel
002600       COMP-3.                                                    cbankvel
002700   05  EL-REC-STATUS                       PIC X(1).              cbankvel
002800     88  EL-REC-CHARGED                    VALUE 'C'.             cbankvel
002900     88  EL-REC-WAIVED                     VALUE 'W'.             cbankvel
003000   05  EL-REC-WAIVE-REASON                 PIC X(30).             cbankvel
003100   05  EL-REC-TXN-TYPE                     PIC X(3).              cbankvel
003200   05  EL-REC-SOURCE                       PIC X(8).              cbankvel
003300   05  FILLER                              PIC X(10).             cbankvel
003400                                                                  cbankvel
003500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvel
