000100***************************************************************** cbankvch
000200*                                                               * cbankvch
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvch
000400*                                                               * cbankvch
000500***************************************************************** cbankvch
000600                                                                  cbankvch
000700***************************************************************** cbankvch
000800* CBANKVCH.CPY                                                  * cbankvch
000900*---------------------------------------------------------------* cbankvch
001000* Record layout of the BNKCHMH VSAM file (channel activity      * cbankvch
001100* history, keyed by month + dimension + group + channel).       * cbankvch
001200* The monthly ZBNKCHMI run files one record per reported line   * cbankvch
001300* - the channel totals, each branch's channels and each account * cbankvch
001400* type's channels - with the month's posting count and value    * cbankvch
001500* and, for the channel totals, the distinct customers, so later * cbankvch
001600* runs can show the movement month on month and year on year.   * cbankvch
001700* The channel is BTX-REC-CHANNEL; '*' is the all-channel total. * cbankvch
001800***************************************************************** cbankvch
001900   05  CH-REC-KEY.                                                cbankvch
002000     10  CH-REC-MONTH                        PIC 9(6).            cbankvch
002100     10  CH-REC-DIMENSION                    PIC X(1).            cbankvch
002200       88  CH-REC-DIM-CHANNEL                VALUE 'C'.           cbankvch
002300       88  CH-REC-DIM-BRANCH                 VALUE 'B'.           cbankvch
002400       88  CH-REC-DIM-ACCT-TYPE              VALUE 'T'.           cbankvch
002500     10  CH-REC-GROUP                        PIC X(3).            cbankvch
002600     10  CH-REC-CHANNEL                      PIC X(1).            cbankvch
002700   05  CH-REC-COUNT                          PIC 9(9).            cbankvch
002800   05  CH-REC-VALUE                          PIC S9(13)V99        cbankvch
002900       COMP-3.                                                    cbankvch
003000   05  CH-REC-CUSTOMERS                      PIC 9(7).            cbankvch
003100   05  CH-REC-RUN-DTE                        PIC 9(8).            cbankvch
003200   05  FILLER                                PIC X(10).           cbankvch
003300                                                                  cbankvch
003400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvch
