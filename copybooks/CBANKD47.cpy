000100***************************************************************** cbankd47
000200*                                                               * cbankd47
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd47
000400*                                                               * cbankd47
000500***************************************************************** cbankd47
000600                                                                  cbankd47
000700***************************************************************** cbankd47
000800* CBANKD47.CPY                                                  * cbankd47
000900*---------------------------------------------------------------* cbankd47
001000* This area is used to pass data between a requesting program   * cbankd47
001100* and the I/O program (DBANK47P) which logs customer complaints * cbankd47
001200* on BNKCMPL and works them - the open-case queue or one        * cbankd47
001300* customer's cases, assignment to a handler, redress paid to    * cbankd47
001400* the customer's account, and closure with outcome and root     * cbankd47
001500* cause.                                                        * cbankd47
001600***************************************************************** cbankd47
001700   05  CD47-DATA.                                                 cbankd47
001800     10  CD47I-DATA.                                              cbankd47
001900       15  CD47I-FUNCTION                  PIC X(1).              cbankd47
002000         88  CD47I-LIST                    VALUE SPACE, '1'.      cbankd47
002100         88  CD47I-LOG                     VALUE '2'.             cbankd47
002200         88  CD47I-ASSIGN                  VALUE '3'.             cbankd47
002300         88  CD47I-REDRESS                 VALUE '4'.             cbankd47
002400         88  CD47I-CLOSE                   VALUE '5'.             cbankd47
002500       15  CD47I-PID                       PIC X(5).              cbankd47
002600       15  CD47I-CASE-REF                  PIC 9(7).              cbankd47
002700       15  CD47I-ACCNO                     PIC X(9).              cbankd47
002800       15  CD47I-TXN-DATE                  PIC X(11).             cbankd47
002900       15  CD47I-TXN-TIME                  PIC X(8).              cbankd47
003000       15  CD47I-TXN-SEQ                   PIC X(3).              cbankd47
003100       15  CD47I-CATEGORY                  PIC X(2).              cbankd47
003200       15  CD47I-SUMMARY                   PIC X(60).             cbankd47
003300       15  CD47I-HANDLER                   PIC X(8).              cbankd47
003400       15  CD47I-AMOUNT                    PIC S9(7)V99           cbankd47
003500           COMP-3.                                                cbankd47
003600       15  CD47I-OUTCOME                   PIC X(1).              cbankd47
003700       15  CD47I-ROOT-CAUSE                PIC X(2).              cbankd47
003800       15  CD47I-USERID                    PIC X(8).              cbankd47
003900     10  CD47O-DATA.                                              cbankd47
004000       15  CD47O-STATUS                    PIC X(1).              cbankd47
004100         88  CD47O-OK                      VALUE 'A'.             cbankd47
004200         88  CD47O-REJECTED                VALUE 'E'.             cbankd47
004300       15  CD47O-MESSAGE                   PIC X(60).             cbankd47
004400       15  CD47O-CASE-REF                  PIC 9(7).              cbankd47
004500       15  CD47O-DUE-DTE                   PIC 9(8).              cbankd47
004600       15  CD47O-NEW-BALANCE               PIC S9(7)V99           cbankd47
004700           COMP-3.                                                cbankd47
004800       15  CD47O-CASE-COUNT                PIC 9(2).              cbankd47
004900       15  CD47O-CASE-AREA.                                       cbankd47
005000         20  CD47O-CASE-INFO OCCURS 8 TIMES.                      cbankd47
005100           25  CD47O-CASE-PID              PIC X(5).              cbankd47
005200           25  CD47O-CASE-TASKN            PIC 9(7).              cbankd47
005300           25  CD47O-CASE-ACCNO            PIC X(9).              cbankd47
005400           25  CD47O-CASE-CATEGORY         PIC X(2).              cbankd47
005500           25  CD47O-CASE-STATUS           PIC X(1).              cbankd47
005600           25  CD47O-CASE-ESCALATION       PIC X(1).              cbankd47
005700           25  CD47O-CASE-HANDLER          PIC X(8).              cbankd47
005800           25  CD47O-CASE-OPENED-DTE       PIC 9(8).              cbankd47
005900           25  CD47O-CASE-DUE-DTE          PIC 9(8).              cbankd47
006000           25  CD47O-CASE-REDRESS          PIC S9(7)V99           cbankd47
006100               COMP-3.                                            cbankd47
006200           25  CD47O-CASE-SUMMARY          PIC X(40).             cbankd47
006300                                                                  cbankd47
006400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd47
