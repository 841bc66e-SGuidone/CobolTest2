000100***************************************************************** cbankd61
000200*                                                               * cbankd61
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd61
000400*                                                               * cbankd61
000500***************************************************************** cbankd61
000600                                                                  cbankd61
000700***************************************************************** cbankd61
000800* CBANKD61.CPY                                                  * cbankd61
000900*---------------------------------------------------------------* cbankd61
001000* This area is used to pass data between a requesting program   * cbankd61
001100* and the I/O program (DBANK61P), the branch manager's access   * cbankd61
001200* recertification screen over BNKSTAF - list the staff roles    * cbankd61
001300* the quarterly ZBNKRCRT run left awaiting a decision, then     * cbankd61
001400* confirm or revoke each one. Paging restarts the list after    * cbankd61
001500* CD61I-START-USERID/ROLE.                                      * cbankd61
001600***************************************************************** cbankd61
001700   05  CD61-DATA.                                                 cbankd61
001800     10  CD61I-DATA.                                              cbankd61
001900       15  CD61I-FUNCTION                  PIC X(1).              cbankd61
002000         88  CD61I-LIST-PENDING            VALUE SPACE, '1'.      cbankd61
002100         88  CD61I-CONFIRM                 VALUE '2'.             cbankd61
002200         88  CD61I-REVOKE                  VALUE '3'.             cbankd61
002300       15  CD61I-MANAGER-USERID            PIC X(8).              cbankd61
002400       15  CD61I-USERID                    PIC X(8).              cbankd61
002500       15  CD61I-ROLE                      PIC X(5).              cbankd61
002600       15  CD61I-START-USERID              PIC X(8).              cbankd61
002700       15  CD61I-START-ROLE                PIC X(5).              cbankd61
002800     10  CD61O-DATA.                                              cbankd61
002900       15  CD61O-STATUS                    PIC X(1).              cbankd61
003000         88  CD61O-OK                      VALUE 'A'.             cbankd61
003100         88  CD61O-REJECTED                VALUE 'E'.             cbankd61
003200       15  CD61O-MESSAGE                   PIC X(60).             cbankd61
003300       15  CD61O-USERID-DISABLED           PIC X(1).              cbankd61
003400       15  CD61O-PEND-COUNT                PIC 9(2).              cbankd61
003500       15  CD61O-PEND-AREA.                                       cbankd61
003600         20  CD61O-PEND-INFO OCCURS 10 TIMES.                     cbankd61
003700           25  CD61O-PEND-USERID           PIC X(8).              cbankd61
003800           25  CD61O-PEND-ROLE             PIC X(5).              cbankd61
003900           25  CD61O-PEND-BRANCH           PIC X(3).              cbankd61
004000           25  CD61O-PEND-GRANT-DTE        PIC 9(8).              cbankd61
004100           25  CD61O-PEND-LAST-SIGNON      PIC 9(8).              cbankd61
004200           25  CD61O-PEND-SOD-FLAG         PIC X(1).              cbankd61
004300           25  CD61O-PEND-SOD-ROLE         PIC X(5).              cbankd61
004400           25  CD61O-PEND-RUN-DTE          PIC 9(8).              cbankd61
004500                                                                  cbankd61
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd61
