000100***************************************************************** cbankd51
000200*                                                               * cbankd51
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd51
000400*                                                               * cbankd51
000500***************************************************************** cbankd51
000600                                                                  cbankd51
000700***************************************************************** cbankd51
000800* CBANKD51.CPY                                                  * cbankd51
000900*---------------------------------------------------------------* cbankd51
001000* This area is used to pass data between a requesting program   * cbankd51
001100* and the I/O program (DBANK51P) which maintains the BNKMRCH    * cbankd51
001200* merchant master - listing merchants, adding one, changing     * cbankd51
001300* its name, settlement account or fee rate (or reinstating      * cbankd51
001400* a suspended merchant), suspending it and closing it. Every    * cbankd51
001500* change is audited to BNKAUDT with before/after images.        * cbankd51
001600***************************************************************** cbankd51
001700   05  CD51-DATA.                                                 cbankd51
001800     10  CD51I-DATA.                                              cbankd51
001900       15  CD51I-FUNCTION                  PIC X(1).              cbankd51
002000         88  CD51I-LIST                    VALUE SPACE, '1'.      cbankd51
002100         88  CD51I-ADD                     VALUE '2'.             cbankd51
002200         88  CD51I-CHANGE                  VALUE '3'.             cbankd51
002300         88  CD51I-SUSPEND                 VALUE '4'.             cbankd51
002400         88  CD51I-CLOSE                   VALUE '5'.             cbankd51
002500       15  CD51I-MERCHANT-ID               PIC X(11).             cbankd51
002600       15  CD51I-NAME                      PIC X(25).             cbankd51
002700       15  CD51I-SETTLE-ACCNO              PIC X(9).              cbankd51
002800       15  CD51I-FEE-RATE                  PIC V9(4).             cbankd51
002900       15  CD51I-STATUS                    PIC X(1).              cbankd51
003000         88  CD51I-REINSTATE               VALUE 'A'.             cbankd51
003100       15  CD51I-MAINT-USERID              PIC X(8).              cbankd51
003200     10  CD51O-DATA.                                              cbankd51
003300       15  CD51O-STATUS                    PIC X(1).              cbankd51
003400         88  CD51O-OK                      VALUE 'A'.             cbankd51
003500         88  CD51O-REJECTED                VALUE 'E'.             cbankd51
003600       15  CD51O-MESSAGE                   PIC X(60).             cbankd51
003700       15  CD51O-MERCHANT-COUNT            PIC 9(2).              cbankd51
003800       15  CD51O-MERCHANT-AREA.                                   cbankd51
003900         20  CD51O-MERCHANT-INFO OCCURS 12 TIMES.                 cbankd51
004000           25  CD51O-MERCHANT-ID           PIC X(11).             cbankd51
004100           25  CD51O-MERCHANT-NAME         PIC X(25).             cbankd51
004200           25  CD51O-MERCHANT-ACCNO        PIC X(9).              cbankd51
004300           25  CD51O-MERCHANT-FEE-RATE     PIC V9(4).             cbankd51
004400           25  CD51O-MERCHANT-STATUS       PIC X(1).              cbankd51
004500                                                                  cbankd51
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd51
