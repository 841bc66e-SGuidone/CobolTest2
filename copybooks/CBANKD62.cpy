000100***************************************************************** cbankd62
000200*                                                               * cbankd62
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd62
000400*                                                               * cbankd62
000500***************************************************************** cbankd62
000600                                                                  cbankd62
000700***************************************************************** cbankd62
000800* CBANKD62.CPY                                                  * cbankd62
000900*---------------------------------------------------------------* cbankd62
001000* This area is used to pass data between a requesting program   * cbankd62
001100* and the I/O program (DBANK62P), which keeps the withdrawal    * cbankd62
001200* notices on a notice savings account (BNKWNOT) - list the      * cbankd62
001300* account's notices, give notice of a withdrawal, or cancel a   * cbankd62
001400* notice not yet drawn on. Paging restarts the list after       * cbankd62
001500* CD62I-START-SEQ.                                              * cbankd62
001600***************************************************************** cbankd62
001700   05  CD62-DATA.                                                 cbankd62
001800     10  CD62I-DATA.                                              cbankd62
001900       15  CD62I-FUNCTION                  PIC X(1).              cbankd62
002000         88  CD62I-LIST-NOTICES            VALUE SPACE, '1'.      cbankd62
002100         88  CD62I-GIVE-NOTICE             VALUE '2'.             cbankd62
002200         88  CD62I-CANCEL-NOTICE           VALUE '3'.             cbankd62
002300       15  CD62I-CONTACT-ID                PIC X(5).              cbankd62
002400       15  CD62I-USERID                    PIC X(8).              cbankd62
002500       15  CD62I-ACCNO                     PIC X(9).              cbankd62
002600       15  CD62I-AMOUNT                    PIC S9(7)V99           cbankd62
002700           COMP-3.                                                cbankd62
002800       15  CD62I-AVAIL-DTE                 PIC 9(8).              cbankd62
002900       15  CD62I-SEQ                       PIC 9(3).              cbankd62
003000       15  CD62I-START-SEQ                 PIC 9(3).              cbankd62
003100     10  CD62O-DATA.                                              cbankd62
003200       15  CD62O-STATUS                    PIC X(1).              cbankd62
003300         88  CD62O-OK                      VALUE 'A'.             cbankd62
003400         88  CD62O-REJECTED                VALUE 'E'.             cbankd62
003500       15  CD62O-MESSAGE                   PIC X(60).             cbankd62
003600       15  CD62O-NOTICE-DAYS               PIC 9(3).              cbankd62
003700       15  CD62O-EARLIEST-DTE              PIC 9(8).              cbankd62
003800       15  CD62O-OUTSTANDING               PIC S9(7)V99           cbankd62
003900           COMP-3.                                                cbankd62
004000       15  CD62O-SEQ                       PIC 9(3).              cbankd62
004100       15  CD62O-AVAIL-DTE                 PIC 9(8).              cbankd62
004200       15  CD62O-NOTICE-COUNT              PIC 9(2).              cbankd62
004300       15  CD62O-NOTICE-AREA.                                     cbankd62
004400         20  CD62O-NOTICE-INFO OCCURS 10 TIMES.                   cbankd62
004500           25  CD62O-NOT-SEQ               PIC 9(3).              cbankd62
004600           25  CD62O-NOT-AMOUNT            PIC S9(7)V99           cbankd62
004700               COMP-3.                                            cbankd62
004800           25  CD62O-NOT-DRAWN             PIC S9(7)V99           cbankd62
004900               COMP-3.                                            cbankd62
005000           25  CD62O-NOT-GIVEN-DTE         PIC 9(8).              cbankd62
005100           25  CD62O-NOT-AVAIL-DTE         PIC 9(8).              cbankd62
005200           25  CD62O-NOT-LAPSE-DTE         PIC 9(8).              cbankd62
005300           25  CD62O-NOT-STATUS            PIC X(1).              cbankd62
005400                                                                  cbankd62
005500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd62
