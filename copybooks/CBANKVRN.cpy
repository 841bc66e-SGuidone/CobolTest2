000100***************************************************************** cbankvrn
000200*                                                               * cbankvrn
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvrn
000400*                                                               * cbankvrn
000500***************************************************************** cbankvrn
000600                                                                  cbankvrn
000700***************************************************************** cbankvrn
000800* CBANKVRN.CPY                                                  * cbankvrn
000900*---------------------------------------------------------------* cbankvrn
001000* Record layout of the BNKRVLN VSAM file (revolving credit      * cbankvrn
001100* lines, keyed by the account number the line is drawn on).     * cbankvrn
001200* The line account is an ordinary BNKACCT account whose         * cbankvrn
001300* overdraft limit mirrors the credit limit, so every funds      * cbankvrn
001400* check already in place stops drawings at the limit. Card      * cbankvrn
001500* purchases, cash advances and payments post to the account as  * cbankvrn
001600* they do to any other; the ZBNKRVBL billing run states the     * cbankvrn
001700* line each month on its cycle day, charges interest, sets the  * cbankvrn
001800* minimum payment and due date, takes any autopay on the due    * cbankvrn
001900* date and counts missed minimums, which ZBNKDELQ ages into the * cbankvrn
002000* collections buckets under the customer PID and line number.   * cbankvrn
002100* The terms maintained on DBANK55P come first so that the       * cbankvrn
002200* BNKAUDT before/after images carry them; the billing state     * cbankvrn
002300* that follows is kept by ZBNKRVBL.                             * cbankvrn
002400***************************************************************** cbankvrn
002500   05  RVL-REC-ACCNO                       PIC X(9).              cbankvrn
002600   05  RVL-REC-PID                         PIC X(5).              cbankvrn
002700   05  RVL-REC-LINE-NO                     PIC 9(7).              cbankvrn
002800   05  RVL-REC-STATUS                      PIC X(1).              cbankvrn
002900     88  RVL-REC-ACTIVE                    VALUE 'A'.             cbankvrn
003000     88  RVL-REC-SUSPENDED                 VALUE 'S'.             cbankvrn
003100     88  RVL-REC-CLOSED                    VALUE 'C'.             cbankvrn
003200   05  RVL-REC-CREDIT-LIMIT                PIC S9(7)V99           cbankvrn
003300       COMP-3.                                                    cbankvrn
003400   05  RVL-REC-PURCHASE-RATE               PIC S9(3)V9(4)         cbankvrn
003500       COMP-3.                                                    cbankvrn
003600   05  RVL-REC-CASH-RATE                   PIC S9(3)V9(4)         cbankvrn
003700       COMP-3.                                                    cbankvrn
003800   05  RVL-REC-MIN-PCT                     PIC S9(3)V99           cbankvrn
003900       COMP-3.                                                    cbankvrn
004000   05  RVL-REC-MIN-AMOUNT                  PIC S9(5)V99           cbankvrn
004100       COMP-3.                                                    cbankvrn
004200   05  RVL-REC-CYCLE-DAY                   PIC 9(2).              cbankvrn
004300   05  RVL-REC-GRACE-DAYS                  PIC 9(2).              cbankvrn
004400   05  RVL-REC-AUTOPAY                     PIC X(1).              cbankvrn
004500     88  RVL-REC-AUTOPAY-NONE              VALUE SPACE.           cbankvrn
004600     88  RVL-REC-AUTOPAY-MINIMUM           VALUE 'M'.             cbankvrn
004700     88  RVL-REC-AUTOPAY-FULL              VALUE 'F'.             cbankvrn
004800     88  RVL-REC-AUTOPAY-VALID             VALUE SPACE 'M' 'F'.   cbankvrn
004900   05  RVL-REC-AUTOPAY-ACCNO               PIC X(9).              cbankvrn
005000   05  RVL-REC-OPENED-DTE                  PIC 9(8).              cbankvrn
005100   05  RVL-REC-USERID                      PIC X(8).              cbankvrn
005200   05  RVL-REC-LAST-STMT-DTE               PIC 9(8).              cbankvrn
005300   05  RVL-REC-STMT-BALANCE                PIC S9(7)V99           cbankvrn
005400       COMP-3.                                                    cbankvrn
005500   05  RVL-REC-MIN-DUE                     PIC S9(7)V99           cbankvrn
005600       COMP-3.                                                    cbankvrn
005700   05  RVL-REC-DUE-DTE                     PIC 9(8).              cbankvrn
005800   05  RVL-REC-DUE-STATE                   PIC X(1).              cbankvrn
005900     88  RVL-REC-NOTHING-DUE               VALUE SPACE.           cbankvrn
006000     88  RVL-REC-DUE-OPEN                  VALUE 'O'.             cbankvrn
006100     88  RVL-REC-DUE-MET                   VALUE 'P'.             cbankvrn
006200     88  RVL-REC-DUE-MISSED                VALUE 'M'.             cbankvrn
006300   05  RVL-REC-GRACE-SW                    PIC X(1).              cbankvrn
006400     88  RVL-REC-GRACE-ON                  VALUE 'Y'.             cbankvrn
006500     88  RVL-REC-GRACE-LOST                VALUE 'N'.             cbankvrn
006600   05  RVL-REC-MISSED-COUNT                PIC 9(3).              cbankvrn
006700   05  RVL-REC-PAST-DUE                    PIC S9(7)V99           cbankvrn
006800       COMP-3.                                                    cbankvrn
006900   05  FILLER                              PIC X(20).             cbankvrn
007000                                                                  cbankvrn
007100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvrn
