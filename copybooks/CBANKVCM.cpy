000100***************************************************************** cbankvcm
000200*                                                               * cbankvcm
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvcm
000400*                                                               * cbankvcm
000500***************************************************************** cbankvcm
000600                                                                  cbankvcm
000700***************************************************************** cbankvcm
000800* CBANKVCM.CPY                                                  * cbankvcm
000900*---------------------------------------------------------------* cbankvcm
001000* Record layout of the BNKCMPL VSAM file (customer complaints,  * cbankvcm
001100* keyed by the complaining customer's PID + the CICS task       * cbankvcm
001200* number that logged the case). A case may name one of the      * cbankvcm
001300* customer's accounts and a BNKTXN posting on it. The branch is * cbankvcm
001400* taken from the customer's BNKCUST record when the case is     * cbankvcm
001500* logged so the quarterly return counts it where it was opened. * cbankvcm
001600* The response deadline is set at logging; the nightly ZBNKCMAG * cbankvcm
001700* run raises the escalation level as the deadline nears and     * cbankvcm
001800* passes. The case's state is held in the first 80 bytes so the * cbankvcm
001900* BNKAUDT before and after images show every change.            * cbankvcm
002000***************************************************************** cbankvcm
002100   05  CM-REC-KEY.                                                cbankvcm
002200     10  CM-REC-PID                          PIC X(5).            cbankvcm
002300     10  CM-REC-TASKN                        PIC 9(7).            cbankvcm
002400   05  CM-REC-STATUS                         PIC X(1).            cbankvcm
002500     88  CM-REC-OPEN                           VALUE 'O'.         cbankvcm
002600     88  CM-REC-CLOSED                         VALUE 'C'.         cbankvcm
002700   05  CM-REC-CATEGORY                       PIC X(2).            cbankvcm
002800     88  CM-REC-CAT-ACCOUNT                    VALUE 'AC'.        cbankvcm
002900     88  CM-REC-CAT-CHARGES                    VALUE 'CH'.        cbankvcm
003000     88  CM-REC-CAT-INTEREST                   VALUE 'IN'.        cbankvcm
003100     88  CM-REC-CAT-LENDING                    VALUE 'LN'.        cbankvcm
003200     88  CM-REC-CAT-CARDS                      VALUE 'CD'.        cbankvcm
003300     88  CM-REC-CAT-PAYMENTS                   VALUE 'PY'.        cbankvcm
003400     88  CM-REC-CAT-FRAUD                      VALUE 'FR'.        cbankvcm
003500     88  CM-REC-CAT-SERVICE                    VALUE 'SV'.        cbankvcm
003600     88  CM-REC-CAT-PRIVACY                    VALUE 'DP'.        cbankvcm
003700     88  CM-REC-CAT-OTHER                      VALUE 'OT'.        cbankvcm
003800     88  CM-REC-CATEGORY-VALID                 VALUE 'AC', 'CH',  cbankvcm
003900                                  'IN', 'LN', 'CD', 'PY', 'FR',   cbankvcm
004000                                  'SV', 'DP', 'OT'.               cbankvcm
004100   05  CM-REC-BRANCH                         PIC X(3).            cbankvcm
004200   05  CM-REC-ACCNO                          PIC X(9).            cbankvcm
004300   05  CM-REC-OPENED-DTE                     PIC 9(8).            cbankvcm
004400   05  CM-REC-DUE-DTE                        PIC 9(8).            cbankvcm
004500   05  CM-REC-ASSIGNED-USERID                PIC X(8).            cbankvcm
004600***************************************************************** cbankvcm
004700* Escalation as the response deadline approaches - set by the   * cbankvcm
004800* nightly run only, and only ever raised.                       * cbankvcm
004900***************************************************************** cbankvcm
005000   05  CM-REC-ESCALATION                     PIC X(1).            cbankvcm
005100     88  CM-REC-ESC-NONE                       VALUE SPACE.       cbankvcm
005200     88  CM-REC-ESC-DUE-SOON                   VALUE '1'.         cbankvcm
005300     88  CM-REC-ESC-OVERDUE                    VALUE '2'.         cbankvcm
005400***************************************************************** cbankvcm
005500* Redress paid to the customer through BNKTXN (running total),  * cbankvcm
005600* then the outcome and root cause recorded at closure.          * cbankvcm
005700***************************************************************** cbankvcm
005800   05  CM-REC-REDRESS-AMOUNT                 PIC S9(7)V99         cbankvcm
005900       COMP-3.                                                    cbankvcm
006000   05  CM-REC-OUTCOME                        PIC X(1).            cbankvcm
006100     88  CM-REC-UPHELD                         VALUE 'U'.         cbankvcm
006200     88  CM-REC-PARTLY-UPHELD                  VALUE 'P'.         cbankvcm
006300     88  CM-REC-NOT-UPHELD                     VALUE 'N'.         cbankvcm
006400     88  CM-REC-OUTCOME-VALID                  VALUE 'U', 'P',    cbankvcm
006500                                                'N'.              cbankvcm
006600   05  CM-REC-ROOT-CAUSE                     PIC X(2).            cbankvcm
006700     88  CM-REC-CAUSE-PROCESS                  VALUE 'PR'.        cbankvcm
006800     88  CM-REC-CAUSE-SYSTEM                   VALUE 'SY'.        cbankvcm
006900     88  CM-REC-CAUSE-STAFF                    VALUE 'ST'.        cbankvcm
007000     88  CM-REC-CAUSE-PRODUCT                  VALUE 'PD'.        cbankvcm
007100     88  CM-REC-CAUSE-THIRD-PARTY              VALUE 'TP'.        cbankvcm
007200     88  CM-REC-CAUSE-COMMUNICATION            VALUE 'CO'.        cbankvcm
007300     88  CM-REC-CAUSE-NO-FAULT                 VALUE 'NF'.        cbankvcm
007400     88  CM-REC-ROOT-CAUSE-VALID               VALUE 'PR', 'SY',  cbankvcm
007500                                  'ST', 'PD', 'TP', 'CO', 'NF'.   cbankvcm
007600   05  CM-REC-CLOSED-DTE                     PIC 9(8).            cbankvcm
007700   05  CM-REC-REDRESS-ACCNO                  PIC X(9).            cbankvcm
007800   05  CM-REC-REDRESS-DTE                    PIC 9(8).            cbankvcm
007900   05  CM-REC-ESCALATED-DTE                  PIC 9(8).            cbankvcm
008000   05  CM-REC-ASSIGNED-DTE                   PIC 9(8).            cbankvcm
008100   05  CM-REC-OPENED-USERID                  PIC X(8).            cbankvcm
008200   05  CM-REC-CLOSED-USERID                  PIC X(8).            cbankvcm
008300   05  CM-REC-TXN-KEY.                                            cbankvcm
008400     10  CM-REC-TXN-ACCNO                    PIC X(9).            cbankvcm
008500     10  CM-REC-TXN-DATE                     PIC X(11).           cbankvcm
008600     10  CM-REC-TXN-TIME                     PIC X(8).            cbankvcm
008700     10  CM-REC-TXN-SEQ                      PIC X(3).            cbankvcm
008800   05  CM-REC-SUMMARY                        PIC X(60).           cbankvcm
008900   05  FILLER                                PIC X(10).           cbankvcm
009000                                                                  cbankvcm
009100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcm
