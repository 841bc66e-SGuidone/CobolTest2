000100***************************************************************** cbankd63
000200*                                                               * cbankd63
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd63
000400*                                                               * cbankd63
000500***************************************************************** cbankd63
000600                                                                  cbankd63
000700***************************************************************** cbankd63
000800* CBANKD63.CPY                                                  * cbankd63
000900*---------------------------------------------------------------* cbankd63
001000* This area is used to pass data between a requesting program   * cbankd63
001100* and the I/O program (DBANK63P), which keeps the customer's    * cbankd63
001200* book of saved external payees (BNKPAYE) - list the payees,    * cbankd63
001300* add one, change one's details or delete one. Paging restarts  * cbankd63
001400* the list after CD63I-START-SEQ. A payee shows as cooling off  * cbankd63
001500* for 24 hours after it is added or its bank details change,    * cbankd63
001600* when transfers to it are held to CD63O-NEW-PAYEE-LIMIT.       * cbankd63
001700***************************************************************** cbankd63
001800   05  CD63-DATA.                                                 cbankd63
001900     10  CD63I-DATA.                                              cbankd63
002000       15  CD63I-FUNCTION                  PIC X(1).              cbankd63
002100         88  CD63I-LIST-PAYEES             VALUE SPACE, '1'.      cbankd63
002200         88  CD63I-ADD-PAYEE               VALUE '2'.             cbankd63
002300         88  CD63I-CHANGE-PAYEE            VALUE '3'.             cbankd63
002400         88  CD63I-DELETE-PAYEE            VALUE '4'.             cbankd63
002500       15  CD63I-CONTACT-ID                PIC X(5).              cbankd63
002600       15  CD63I-USERID                    PIC X(8).              cbankd63
002700       15  CD63I-SEQ                       PIC 9(3).              cbankd63
002800       15  CD63I-NICKNAME                  PIC X(20).             cbankd63
002900       15  CD63I-BANK-ID                   PIC X(11).             cbankd63
003000       15  CD63I-DEST-ACCNO                PIC X(17).             cbankd63
003100       15  CD63I-DEST-NAME                 PIC X(25).             cbankd63
003200       15  CD63I-START-SEQ                 PIC 9(3).              cbankd63
003300     10  CD63O-DATA.                                              cbankd63
003400       15  CD63O-STATUS                    PIC X(1).              cbankd63
003500         88  CD63O-OK                      VALUE 'A'.             cbankd63
003600         88  CD63O-REJECTED                VALUE 'E'.             cbankd63
003700       15  CD63O-MESSAGE                   PIC X(60).             cbankd63
003800       15  CD63O-SEQ                       PIC 9(3).              cbankd63
003900       15  CD63O-NEW-PAYEE-LIMIT           PIC S9(7)V99           cbankd63
004000           COMP-3.                                                cbankd63
004100       15  CD63O-PAYEE-COUNT               PIC 9(2).              cbankd63
004200       15  CD63O-PAYEE-AREA.                                      cbankd63
004300         20  CD63O-PAYEE-INFO OCCURS 10 TIMES.                    cbankd63
004400           25  CD63O-PAY-SEQ               PIC 9(3).              cbankd63
004500           25  CD63O-PAY-NICKNAME          PIC X(20).             cbankd63
004600           25  CD63O-PAY-BANK-ID           PIC X(11).             cbankd63
004700           25  CD63O-PAY-BANK-NAME         PIC X(25).             cbankd63
004800           25  CD63O-PAY-DEST-ACCNO        PIC X(17).             cbankd63
004900           25  CD63O-PAY-DEST-NAME         PIC X(25).             cbankd63
005000           25  CD63O-PAY-COOLING           PIC X(1).              cbankd63
005100             88  CD63O-PAY-IS-COOLING      VALUE 'Y'.             cbankd63
005200           25  CD63O-PAY-COOL-DTE          PIC 9(8).              cbankd63
005300           25  CD63O-PAY-COOL-TIME         PIC X(6).              cbankd63
005400                                                                  cbankd63
005500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd63
