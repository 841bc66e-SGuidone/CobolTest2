000100***************************************************************** cbankd44
000200*                                                               * cbankd44
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd44
000400*                                                               * cbankd44
000500***************************************************************** cbankd44
000600                                                                  cbankd44
000700***************************************************************** cbankd44
000800* CBANKD44.CPY                                                  * cbankd44
000900*---------------------------------------------------------------* cbankd44
001000* This area is used to pass data between a requesting program   * cbankd44
001100* and the I/O program (DBANK44P) which raises, lists and        * cbankd44
001200* resolves cardholder disputes on BNKDISP - the provisional     * cbankd44
001300* credit when a case is raised, the merchant's re-presentment,  * cbankd44
001400* and the final outcome.                                        * cbankd44
001410* CD44I-MERCHANT-SCOPE of X marks a merchant of another         * cbankd44
001420* acquirer, raised through the card network, that is            * cbankd44
001430* not expected to be on BNKMRCH.                                * cbankd44
001500***************************************************************** cbankd44
001600   05  CD44-DATA.                                                 cbankd44
001700     10  CD44I-DATA.                                              cbankd44
001800       15  CD44I-FUNCTION                  PIC X(1).              cbankd44
001900         88  CD44I-LIST                    VALUE SPACE, '1'.      cbankd44
002000         88  CD44I-RAISE                   VALUE '2'.             cbankd44
002100         88  CD44I-REPRESENT               VALUE '3'.             cbankd44
002200         88  CD44I-CLOSE                   VALUE '4'.             cbankd44
002300       15  CD44I-ACCNO                     PIC X(9).              cbankd44
002400       15  CD44I-CASE-REF                  PIC 9(7).              cbankd44
002500       15  CD44I-TXN-DATE                  PIC X(11).             cbankd44
002600       15  CD44I-TXN-TIME                  PIC X(8).              cbankd44
002700       15  CD44I-TXN-SEQ                   PIC X(3).              cbankd44
002800       15  CD44I-MERCHANT-ID               PIC X(11).             cbankd44
002900       15  CD44I-REASON                    PIC X(2).              cbankd44
003000       15  CD44I-OUTCOME                   PIC X(1).              cbankd44
003100         88  CD44I-CARDHOLDER-WON          VALUE 'W'.             cbankd44
003200         88  CD44I-CARDHOLDER-LOST         VALUE 'L'.             cbankd44
003300       15  CD44I-USERID                    PIC X(8).              cbankd44
003310       15  CD44I-MERCHANT-SCOPE            PIC X(1).              cbankd44
003320         88  CD44I-MERCHANT-OFF-US         VALUE 'X'.             cbankd44
003400     10  CD44O-DATA.                                              cbankd44
003500       15  CD44O-STATUS                    PIC X(1).              cbankd44
003600         88  CD44O-OK                      VALUE 'A'.             cbankd44
003700         88  CD44O-REJECTED                VALUE 'E'.             cbankd44
003800       15  CD44O-MESSAGE                   PIC X(60).             cbankd44
003900       15  CD44O-CASE-REF                  PIC 9(7).              cbankd44
004000       15  CD44O-NEW-BALANCE               PIC S9(7)V99           cbankd44
004100           COMP-3.                                                cbankd44
004200       15  CD44O-CASE-COUNT                PIC 9(2).              cbankd44
004300       15  CD44O-CASE-AREA.                                       cbankd44
004400         20  CD44O-CASE-INFO OCCURS 10 TIMES.                     cbankd44
004500           25  CD44O-CASE-TASKN            PIC 9(7).              cbankd44
004600           25  CD44O-CASE-TXN-DATE         PIC X(11).             cbankd44
004700           25  CD44O-CASE-MERCHANT-ID      PIC X(11).             cbankd44
004800           25  CD44O-CASE-AMOUNT           PIC S9(7)V99           cbankd44
004900               COMP-3.                                            cbankd44
005000           25  CD44O-CASE-REASON           PIC X(2).              cbankd44
005100           25  CD44O-CASE-STATUS           PIC X(1).              cbankd44
005200           25  CD44O-CASE-RAISED-DTE       PIC 9(8).              cbankd44
005300                                                                  cbankd44
005400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd44
