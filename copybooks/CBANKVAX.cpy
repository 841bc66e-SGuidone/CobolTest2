000100***************************************************************** cbankvax
000200*                                                               * cbankvax
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvax
000400*                                                               * cbankvax
000500***************************************************************** cbankvax
000600                                                                  cbankvax
000700***************************************************************** cbankvax
000800* CBANKVAX.CPY                                                  * cbankvax
000900*---------------------------------------------------------------* cbankvax
001000* Record layout of the BNKACRX VSAM file (accrual clearances,   * cbankvax
001100* keyed by account number, date and time). DBANK09P writes one  * cbankvax
001200* when it settles an account's interest at closure, DBANK26P    * cbankvax
001300* when it clears a broken deposit's accrual: the BNKACRU amount * cbankvax
001400* cleared, signed as it was held (credit interest positive,     * cbankvax
001500* debit interest negative), with the account type. ZBNKACRL     * cbankvax
001600* journals the night's clearances by account type onto ACRGL as * cbankvax
001700* the reversal of the accrued interest payable or receivable,   * cbankvax
001800* then deletes them.                                            * cbankvax
001900***************************************************************** cbankvax
002000   05  AX-REC-KEY.                                                cbankvax
002100     10  AX-REC-ACCNO                        PIC X(9).            cbankvax
002200     10  AX-REC-DATE                         PIC 9(8).            cbankvax
002300     10  AX-REC-TIME                         PIC X(6).            cbankvax
002400   05  AX-REC-TYPE                           PIC X(1).            cbankvax
002500   05  AX-REC-CLEARED                        PIC S9(7)V99         cbankvax
002600       COMP-3.                                                    cbankvax
002700   05  AX-REC-PROGRAM                        PIC X(8).            cbankvax
002800   05  AX-REC-USERID                         PIC X(8).            cbankvax
002900   05  FILLER                                PIC X(10).           cbankvax
003000                                                                  cbankvax
003100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvax
