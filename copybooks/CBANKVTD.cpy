000100***************************************************************** cbankvtd
000200*                                                               * cbankvtd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvtd
000400*                                                               * cbankvtd
000500***************************************************************** cbankvtd
000600                                                                  cbankvtd
000700***************************************************************** cbankvtd
000800* CBANKVTD.CPY                                                  * cbankvtd
000900*---------------------------------------------------------------* cbankvtd
001000* Record layout of the BNKTXD VSAM file (daily posting journal, * cbankvtd
001100* keyed by posting date + the BNKTXN key). Every program that   * cbankvtd
001200* writes a BNKTXN posting writes the same image here - online   * cbankvtd
001300* programs directly under CICS, batch jobs through UTXNJNL - so * cbankvtd
001400* the nightly jobs that want one day's postings start at the    * cbankvtd
001500* date instead of reading all of BNKTXN. ZBNKTXJP proves the    * cbankvtd
001600* day's journal against BNKTXN before those jobs run.           * cbankvtd
001700***************************************************************** cbankvtd
001800   05  TD-REC-ENTRY.                                              cbankvtd
001900     10  TD-REC-POST-DTE                     PIC 9(8).            cbankvtd
002000     10  TD-REC-TXN                          PIC X(86).           cbankvtd
002100   05  TD-REC-KEY REDEFINES TD-REC-ENTRY.                         cbankvtd
002200     10  TD-REC-KEY-DTE                      PIC 9(8).            cbankvtd
002300     10  TD-REC-KEY-TXN                      PIC X(31).           cbankvtd
002400   05  FILLER                                PIC X(6).            cbankvtd
002500                                                                  cbankvtd
002600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvtd
