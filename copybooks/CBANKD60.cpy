000100***************************************************************** cbankd60
000200*                                                               * cbankd60
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd60
000400*                                                               * cbankd60
000500***************************************************************** cbankd60
000600                                                                  cbankd60
000700***************************************************************** cbankd60
000800* CBANKD60.CPY                                                  * cbankd60
000900*---------------------------------------------------------------* cbankd60
001000* This area is used to pass data between a requesting program   * cbankd60
001100* and the I/O program (DBANK60P), the approval queue for        * cbankd60
001200* security administration changes held on BNKSCHG by DBANK11P,  * cbankd60
001300* DBANK12P and DBANK13P.                                        * cbankd60
001400***************************************************************** cbankd60
001500   05  CD60-DATA.                                                 cbankd60
001600     10  CD60I-DATA.                                              cbankd60
001700       15  CD60I-FUNCTION                  PIC X(1).              cbankd60
001800         88  CD60I-LIST-PENDING            VALUE SPACE, '1'.      cbankd60
001900         88  CD60I-APPROVE                 VALUE '2'.             cbankd60
002000         88  CD60I-REJECT                  VALUE '3'.             cbankd60
002100       15  CD60I-CHANGE-DTE                PIC 9(8).              cbankd60
002200       15  CD60I-CHANGE-TASKN              PIC 9(7).              cbankd60
002300       15  CD60I-CHECKER-USERID            PIC X(8).              cbankd60
002400     10  CD60O-DATA.                                              cbankd60
002500       15  CD60O-STATUS                    PIC X(1).              cbankd60
002600         88  CD60O-OK                      VALUE 'A'.             cbankd60
002700         88  CD60O-REJECTED                VALUE 'E'.             cbankd60
002800       15  CD60O-MESSAGE                   PIC X(60).             cbankd60
002900       15  CD60O-PEND-COUNT                PIC 9(2).              cbankd60
003000       15  CD60O-PEND-AREA.                                       cbankd60
003100         20  CD60O-PEND-INFO OCCURS 10 TIMES.                     cbankd60
003200           25  CD60O-PEND-CHANGE-DTE       PIC 9(8).              cbankd60
003300           25  CD60O-PEND-CHANGE-TASKN     PIC 9(7).              cbankd60
003400           25  CD60O-PEND-TABLE            PIC X(8).              cbankd60
003500           25  CD60O-PEND-FUNCTION         PIC X(1).              cbankd60
003600           25  CD60O-PEND-MAKER-USERID     PIC X(8).              cbankd60
003700           25  CD60O-PEND-REQ-TIME         PIC X(6).              cbankd60
003800           25  CD60O-PEND-REQUEST          PIC X(64).             cbankd60
003900                                                                  cbankd60
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd60
