000100***************************************************************** cbankd55
000200*                                                               * cbankd55
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd55
000400*                                                               * cbankd55
000500***************************************************************** cbankd55
000600                                                                  cbankd55
000700***************************************************************** cbankd55
000800* CBANKD55.CPY                                                  * cbankd55
000900*---------------------------------------------------------------* cbankd55
001000* This area is used to pass data between a requesting program   * cbankd55
001100* and the I/O program (DBANK55P) which maintains the BNKRVLN    * cbankd55
001200* revolving credit lines - showing a line, opening one on an    * cbankd55
001300* existing account, changing its terms and closing it. A change * cbankd55
001400* passes the full set of terms as last shown; the cycle day is  * cbankd55
001500* fixed when the line is opened. The output carries the terms   * cbankd55
001600* and the billing position kept by the ZBNKRVBL billing run.    * cbankd55
001700***************************************************************** cbankd55
001800   05  CD55-DATA.                                                 cbankd55
001900     10  CD55I-DATA.                                              cbankd55
002000       15  CD55I-FUNCTION                  PIC X(1).              cbankd55
002100         88  CD55I-VIEW                    VALUE SPACE, '1'.      cbankd55
002200         88  CD55I-OPEN                    VALUE '2'.             cbankd55
002300         88  CD55I-CHANGE                  VALUE '3'.             cbankd55
002400         88  CD55I-CLOSE                   VALUE '4'.             cbankd55
002500       15  CD55I-ACCNO                     PIC X(9).              cbankd55
002600       15  CD55I-CREDIT-LIMIT              PIC S9(7)V99           cbankd55
002700           COMP-3.                                                cbankd55
002800       15  CD55I-PURCHASE-RATE             PIC S9(3)V9(4)         cbankd55
002900           COMP-3.                                                cbankd55
003000       15  CD55I-CASH-RATE                 PIC S9(3)V9(4)         cbankd55
003100           COMP-3.                                                cbankd55
003200       15  CD55I-MIN-PCT                   PIC S9(3)V99           cbankd55
003300           COMP-3.                                                cbankd55
003400       15  CD55I-MIN-AMOUNT                PIC S9(5)V99           cbankd55
003500           COMP-3.                                                cbankd55
003600       15  CD55I-CYCLE-DAY                 PIC 9(2).              cbankd55
003700       15  CD55I-GRACE-DAYS                PIC 9(2).              cbankd55
003800       15  CD55I-AUTOPAY                   PIC X(1).              cbankd55
003900       15  CD55I-AUTOPAY-ACCNO             PIC X(9).              cbankd55
004000       15  CD55I-MAINT-USERID              PIC X(8).              cbankd55
004100     10  CD55O-DATA.                                              cbankd55
004200       15  CD55O-STATUS                    PIC X(1).              cbankd55
004300         88  CD55O-OK                      VALUE 'A'.             cbankd55
004400         88  CD55O-REJECTED                VALUE 'E'.             cbankd55
004500       15  CD55O-MESSAGE                   PIC X(60).             cbankd55
004600       15  CD55O-PID                       PIC X(5).              cbankd55
004700       15  CD55O-LINE-NO                   PIC 9(7).              cbankd55
004800       15  CD55O-LINE-STATUS               PIC X(1).              cbankd55
004900       15  CD55O-CREDIT-LIMIT              PIC S9(7)V99           cbankd55
005000           COMP-3.                                                cbankd55
005100       15  CD55O-PURCHASE-RATE             PIC S9(3)V9(4)         cbankd55
005200           COMP-3.                                                cbankd55
005300       15  CD55O-CASH-RATE                 PIC S9(3)V9(4)         cbankd55
005400           COMP-3.                                                cbankd55
005500       15  CD55O-MIN-PCT                   PIC S9(3)V99           cbankd55
005600           COMP-3.                                                cbankd55
005700       15  CD55O-MIN-AMOUNT                PIC S9(5)V99           cbankd55
005800           COMP-3.                                                cbankd55
005900       15  CD55O-CYCLE-DAY                 PIC 9(2).              cbankd55
006000       15  CD55O-GRACE-DAYS                PIC 9(2).              cbankd55
006100       15  CD55O-AUTOPAY                   PIC X(1).              cbankd55
006200       15  CD55O-AUTOPAY-ACCNO             PIC X(9).              cbankd55
006300       15  CD55O-BALANCE                   PIC S9(7)V99           cbankd55
006400           COMP-3.                                                cbankd55
006500       15  CD55O-AVAILABLE                 PIC S9(7)V99           cbankd55
006600           COMP-3.                                                cbankd55
006700       15  CD55O-LAST-STMT-DTE             PIC 9(8).              cbankd55
006800       15  CD55O-STMT-BALANCE              PIC S9(7)V99           cbankd55
006900           COMP-3.                                                cbankd55
007000       15  CD55O-MIN-DUE                   PIC S9(7)V99           cbankd55
007100           COMP-3.                                                cbankd55
007200       15  CD55O-DUE-DTE                   PIC 9(8).              cbankd55
007300       15  CD55O-DUE-STATE                 PIC X(1).              cbankd55
007400       15  CD55O-MISSED-COUNT              PIC 9(3).              cbankd55
007500       15  CD55O-PAST-DUE                  PIC S9(7)V99           cbankd55
007600           COMP-3.                                                cbankd55
007700                                                                  cbankd55
007800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd55
