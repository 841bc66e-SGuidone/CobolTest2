000100***************************************************************** cbankvrf
000200*                                                               * cbankvrf
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvrf
000400*                                                               * cbankvrf
000500***************************************************************** cbankvrf
000600                                                                  cbankvrf
000700***************************************************************** cbankvrf
000800* CBANKVRF.CPY                                                  * cbankvrf
000900*---------------------------------------------------------------* cbankvrf
001000* Record layout of the BNKREGF VSAM file (regulatory filings to * cbankvrf
001100* the financial intelligence unit, keyed by what is being       * cbankvrf
001200* reported - a BNKFCAS fraud case or a BNKAMLF cash report - so * cbankvrf
001300* nothing can be filed twice). Compliance marks the case or     * cbankvrf
001400* report to be filed and writes the narrative on DBANK48P; the  * cbankvrf
001500* nightly ZBNKFIUF run files everything marked on the FIUOUT    * cbankvrf
001600* file, gives each filing its submission reference, and prints  * cbankvrf
001700* the deadline aging report. The unit's acknowledgement, or its * cbankvrf
001800* rejection, is recorded against the filing on DBANK48P. The    * cbankvrf
001900* filing's state is held in the first 80 bytes so the BNKAUDT   * cbankvrf
002000* before and after images show every change.                    * cbankvrf
002100***************************************************************** cbankvrf
002200   05  RF-REC-KEY.                                                cbankvrf
002300     10  RF-REC-SOURCE                       PIC X(1).            cbankvrf
002400       88  RF-REC-FROM-FRAUD-CASE              VALUE 'F'.         cbankvrf
002500       88  RF-REC-FROM-CASH-REPORT             VALUE 'A'.         cbankvrf
002600     10  RF-REC-SOURCE-KEY                   PIC X(34).           cbankvrf
002700     10  RF-REC-CASE-KEY REDEFINES RF-REC-SOURCE-KEY.             cbankvrf
002800       15  RF-REC-CASE-DATE                  PIC 9(8).            cbankvrf
002900       15  RF-REC-CASE-SEQ                   PIC 9(5).            cbankvrf
003000       15  FILLER                            PIC X(21).           cbankvrf
003100     10  RF-REC-CASH-KEY REDEFINES RF-REC-SOURCE-KEY.             cbankvrf
003200       15  RF-REC-CASH-PID                   PIC X(5).            cbankvrf
003300       15  RF-REC-CASH-DATE                  PIC 9(8).            cbankvrf
003400       15  RF-REC-CASH-KIND                  PIC X(1).            cbankvrf
003500       15  RF-REC-CASH-ACCNO                 PIC X(9).            cbankvrf
003600       15  RF-REC-CASH-TIME                  PIC X(8).            cbankvrf
003700       15  RF-REC-CASH-SEQ                   PIC X(3).            cbankvrf
003800   05  RF-REC-TYPE                           PIC X(1).            cbankvrf
003900     88  RF-REC-SAR                            VALUE 'S'.         cbankvrf
004000     88  RF-REC-CTR                            VALUE 'C'.         cbankvrf
004100     88  RF-REC-TYPE-VALID                     VALUE 'S', 'C'.    cbankvrf
004200   05  RF-REC-STATUS                         PIC X(1).            cbankvrf
004300     88  RF-REC-TO-BE-FILED                    VALUE 'P'.         cbankvrf
004400     88  RF-REC-SUBMITTED                      VALUE 'S'.         cbankvrf
004500     88  RF-REC-ACCEPTED                       VALUE 'A'.         cbankvrf
004600     88  RF-REC-REJECTED                       VALUE 'R'.         cbankvrf
004700     88  RF-REC-WITHDRAWN                      VALUE 'W'.         cbankvrf
004800     88  RF-REC-OUTSTANDING                    VALUE 'P', 'S',    cbankvrf
004900                                                 'R'.             cbankvrf
005000   05  RF-REC-PID                            PIC X(5).            cbankvrf
005100   05  RF-REC-ACCNO                          PIC X(9).            cbankvrf
005200***************************************************************** cbankvrf
005300* The activity date is the day the case was raised or the cash  * cbankvrf
005400* was reported; the filing deadline runs from it - 30 days for  * cbankvrf
005500* a suspicious-activity report, 15 for a currency transaction   * cbankvrf
005600* report.                                                       * cbankvrf
005700***************************************************************** cbankvrf
005800   05  RF-REC-ACTIVITY-DTE                   PIC 9(8).            cbankvrf
005900   05  RF-REC-DUE-DTE                        PIC 9(8).            cbankvrf
006000   05  RF-REC-MARKED-DTE                     PIC 9(8).            cbankvrf
006100   05  RF-REC-AMOUNT                         PIC S9(9)V99         cbankvrf
006200       COMP-3.                                                    cbankvrf
006300***************************************************************** cbankvrf
006400* Set by ZBNKFIUF when the filing goes out, then the unit's     * cbankvrf
006500* reply. A rejected filing is corrected by rewriting the        * cbankvrf
006600* narrative, which queues it to be filed again; the reason      * cbankvrf
006700* holds the rejection, or why the filing was withdrawn.         * cbankvrf
006800***************************************************************** cbankvrf
006900   05  RF-REC-SUBMIT-REF                     PIC X(16).           cbankvrf
007000   05  RF-REC-SUBMIT-DTE                     PIC 9(8).            cbankvrf
007100   05  RF-REC-ACK-REF                        PIC X(20).           cbankvrf
007200   05  RF-REC-ACK-DTE                        PIC 9(8).            cbankvrf
007300   05  RF-REC-REASON                         PIC X(40).           cbankvrf
007400   05  RF-REC-MARKED-USERID                  PIC X(8).            cbankvrf
007500   05  RF-REC-UPDATED-USERID                 PIC X(8).            cbankvrf
007600   05  RF-REC-NARRATIVE.                                          cbankvrf
007700     10  RF-REC-NARRATIVE-LINE               PIC X(60)            cbankvrf
007800         OCCURS 4 TIMES.                                          cbankvrf
007900   05  FILLER                                PIC X(20).           cbankvrf
008000                                                                  cbankvrf
008100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvrf
