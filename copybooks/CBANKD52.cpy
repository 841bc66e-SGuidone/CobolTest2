000100***************************************************************** cbankd52
000200*                                                               * cbankd52
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd52
000400*                                                               * cbankd52
000500***************************************************************** cbankd52
000600                                                                  cbankd52
000700***************************************************************** cbankd52
000800* CBANKD52.CPY                                                  * cbankd52
000900*---------------------------------------------------------------* cbankd52
001000* This area is used to pass data between a requesting program   * cbankd52
001100* and the I/O program (DBANK52P) which takes a cheque drawn on  * cbankd52
001200* another bank for deposit - crediting the account, placing an  * cbankd52
001300* uncleared-funds hold until the clear date and recording the   * cbankd52
001400* item on BNKCHQD for the outward clearing run - and lists the  * cbankd52
001500* cheques deposited to an account with their clearing state.    * cbankd52
001600***************************************************************** cbankd52
001700   05  CD52-DATA.                                                 cbankd52
001800     10  CD52I-DATA.                                              cbankd52
001900       15  CD52I-FUNCTION                  PIC X(1).              cbankd52
002000         88  CD52I-LIST                    VALUE SPACE, '1'.      cbankd52
002100         88  CD52I-DEPOSIT                 VALUE '2'.             cbankd52
002200       15  CD52I-ACCNO                     PIC X(9).              cbankd52
002300       15  CD52I-CHEQUE-NO                 PIC 9(6).              cbankd52
002400       15  CD52I-DRAWEE-BANK               PIC X(11).             cbankd52
002500       15  CD52I-DRAWEE-ACCNO              PIC X(17).             cbankd52
002600       15  CD52I-AMOUNT                    PIC S9(7)V99           cbankd52
002700           COMP-3.                                                cbankd52
002800       15  CD52I-USERID                    PIC X(8).              cbankd52
002900     10  CD52O-DATA.                                              cbankd52
003000       15  CD52O-STATUS                    PIC X(1).              cbankd52
003100         88  CD52O-OK                      VALUE 'A'.             cbankd52
003200         88  CD52O-REJECTED                VALUE 'E'.             cbankd52
003300       15  CD52O-MESSAGE                   PIC X(60).             cbankd52
003400       15  CD52O-DEPOSIT-REF               PIC 9(7).              cbankd52
003500       15  CD52O-BALANCE                   PIC S9(7)V99           cbankd52
003600           COMP-3.                                                cbankd52
003700       15  CD52O-CLEAR-DTE                 PIC 9(8).              cbankd52
003800       15  CD52O-DEPOSIT-COUNT             PIC 9(2).              cbankd52
003900       15  CD52O-DEPOSIT-AREA.                                    cbankd52
004000         20  CD52O-DEPOSIT-INFO OCCURS 10 TIMES.                  cbankd52
004100           25  CD52O-DEP-REF               PIC 9(7).              cbankd52
004200           25  CD52O-DEP-CHEQUE-NO         PIC 9(6).              cbankd52
004300           25  CD52O-DEP-DRAWEE-BANK       PIC X(11).             cbankd52
004400           25  CD52O-DEP-AMOUNT            PIC S9(7)V99           cbankd52
004500               COMP-3.                                            cbankd52
004600           25  CD52O-DEP-DEPOSIT-DTE       PIC 9(8).              cbankd52
004700           25  CD52O-DEP-CLEAR-DTE         PIC 9(8).              cbankd52
004800           25  CD52O-DEP-STATUS            PIC X(1).              cbankd52
004900                                                                  cbankd52
005000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd52
