000100***************************************************************** cbankd46
000200*                                                               * cbankd46
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd46
000400*                                                               * cbankd46
000500***************************************************************** cbankd46
000600                                                                  cbankd46
000700***************************************************************** cbankd46
000800* CBANKD46.CPY                                                  * cbankd46
000900*---------------------------------------------------------------* cbankd46
001000* This area is used to pass data between a requesting program   * cbankd46
001100* and the I/O program (DBANK46P) which requests, approves,      * cbankd46
001200* rejects, cancels and lists negotiated interest rate overrides * cbankd46
001300* on BNKRTOV. Listing with no account number gives the          * cbankd46
001400* overrides awaiting approval across all accounts.              * cbankd46
001500***************************************************************** cbankd46
001600   05  CD46-DATA.                                                 cbankd46
001700     10  CD46I-DATA.                                              cbankd46
001800       15  CD46I-FUNCTION                  PIC X(1).              cbankd46
001900         88  CD46I-LIST                    VALUE SPACE, '1'.      cbankd46
002000         88  CD46I-REQUEST                 VALUE '2'.             cbankd46
002100         88  CD46I-APPROVE                 VALUE '3'.             cbankd46
002200         88  CD46I-REJECT                  VALUE '4'.             cbankd46
002300         88  CD46I-CANCEL                  VALUE '5'.             cbankd46
002400       15  CD46I-ACCNO                     PIC X(9).              cbankd46
002500       15  CD46I-START-DTE                 PIC 9(8).              cbankd46
002600       15  CD46I-EXPIRY-DTE                PIC 9(8).              cbankd46
002700       15  CD46I-RATE                      PIC S9(3)V9(4)         cbankd46
002800           COMP-3.                                                cbankd46
002900       15  CD46I-REASON                    PIC X(30).             cbankd46
003000       15  CD46I-USERID                    PIC X(8).              cbankd46
003100     10  CD46O-DATA.                                              cbankd46
003200       15  CD46O-STATUS                    PIC X(1).              cbankd46
003300         88  CD46O-OK                      VALUE 'A'.             cbankd46
003400         88  CD46O-REJECTED                VALUE 'E'.             cbankd46
003500       15  CD46O-MESSAGE                   PIC X(60).             cbankd46
003600       15  CD46O-OVR-COUNT                 PIC 9(2).              cbankd46
003700       15  CD46O-OVR-AREA.                                        cbankd46
003800         20  CD46O-OVR-INFO OCCURS 10 TIMES.                      cbankd46
003900           25  CD46O-OVR-ACCNO             PIC X(9).              cbankd46
004000           25  CD46O-OVR-START-DTE         PIC 9(8).              cbankd46
004100           25  CD46O-OVR-EXPIRY-DTE        PIC 9(8).              cbankd46
004200           25  CD46O-OVR-RATE              PIC S9(3)V9(4)         cbankd46
004300               COMP-3.                                            cbankd46
004400           25  CD46O-OVR-REASON            PIC X(30).             cbankd46
004500           25  CD46O-OVR-STATUS            PIC X(1).              cbankd46
004600           25  CD46O-OVR-REQ-USERID        PIC X(8).              cbankd46
004700           25  CD46O-OVR-APPR-USERID       PIC X(8).              cbankd46
004800                                                                  cbankd46
004900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd46
