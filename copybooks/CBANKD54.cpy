000100***************************************************************** cbankd54
000200*                                                               * cbankd54
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd54
000400*                                                               * cbankd54
000500***************************************************************** cbankd54
000600                                                                  cbankd54
000700***************************************************************** cbankd54
000800* CBANKD54.CPY                                                  * cbankd54
000900*---------------------------------------------------------------* cbankd54
001000* This area is used to pass data between a requesting program   * cbankd54
001100* and the I/O program (DBANK54P) which maintains the BNKCPGR    * cbankd54
001200* connected-party groups - listing the members of a group,      * cbankd54
001300* adding a customer to a group with the relationship type,      * cbankd54
001400* changing a member's relationship type and removing a member.  * cbankd54
001500* Every change is audited to BNKAUDT with before/after images.  * cbankd54
001600* A new group is started by adding its first member with the    * cbankd54
001700* group name; later members take the name already on file.      * cbankd54
001800***************************************************************** cbankd54
001900   05  CD54-DATA.                                                 cbankd54
002000     10  CD54I-DATA.                                              cbankd54
002100       15  CD54I-FUNCTION                  PIC X(1).              cbankd54
002200         88  CD54I-LIST                    VALUE SPACE, '1'.      cbankd54
002300         88  CD54I-ADD                     VALUE '2'.             cbankd54
002400         88  CD54I-CHANGE                  VALUE '3'.             cbankd54
002500         88  CD54I-REMOVE                  VALUE '4'.             cbankd54
002600       15  CD54I-GROUP-ID                  PIC X(8).              cbankd54
002700       15  CD54I-PID                       PIC X(5).              cbankd54
002800       15  CD54I-GROUP-NAME                PIC X(25).             cbankd54
002900       15  CD54I-REL-TYPE                  PIC X(2).              cbankd54
003000       15  CD54I-MAINT-USERID              PIC X(8).              cbankd54
003100     10  CD54O-DATA.                                              cbankd54
003200       15  CD54O-STATUS                    PIC X(1).              cbankd54
003300         88  CD54O-OK                      VALUE 'A'.             cbankd54
003400         88  CD54O-REJECTED                VALUE 'E'.             cbankd54
003500       15  CD54O-MESSAGE                   PIC X(60).             cbankd54
003600       15  CD54O-GROUP-NAME                PIC X(25).             cbankd54
003700       15  CD54O-MEMBER-COUNT              PIC 9(2).              cbankd54
003800       15  CD54O-MEMBER-AREA.                                     cbankd54
003900         20  CD54O-MEMBER-INFO OCCURS 12 TIMES.                   cbankd54
004000           25  CD54O-MEMBER-PID            PIC X(5).              cbankd54
004100           25  CD54O-MEMBER-NAME           PIC X(25).             cbankd54
004200           25  CD54O-MEMBER-REL-TYPE       PIC X(2).              cbankd54
004300           25  CD54O-MEMBER-ADDED-DTE      PIC 9(8).              cbankd54
004400                                                                  cbankd54
004500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd54
