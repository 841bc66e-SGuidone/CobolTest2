000100***************************************************************** cbankvdr
000200*                                                               * cbankvdr
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvdr
000400*                                                               * cbankvdr
000500***************************************************************** cbankvdr
000600                                                                  cbankvdr
000700***************************************************************** cbankvdr
000800* CBANKVDR.CPY                                                  * cbankvdr
000900*---------------------------------------------------------------* cbankvdr
001000* Record layout of the BNKDSAR VSAM file (data-subject access   * cbankvdr
001100* request log, keyed by customer + the date the request was     * cbankvdr
001200* received). ZBNKDSAR writes the record when it produces the    * cbankvdr
001300* customer's copy of their data, with the statutory due date,   * cbankvdr
001400* the date it was fulfilled and whether that was in time. A     * cbankvdr
001500* re-run for the same request updates the fulfilment.           * cbankvdr
001600***************************************************************** cbankvdr
001700   05  DR-REC-KEY.                                                cbankvdr
001800     10  DR-REC-PID                          PIC X(5).            cbankvdr
001900     10  DR-REC-RECEIVED-DTE                 PIC 9(8).            cbankvdr
002000   05  DR-REC-REFERENCE                      PIC X(12).           cbankvdr
002100   05  DR-REC-DUE-DTE                        PIC 9(8).            cbankvdr
002200   05  DR-REC-FULFILLED-DTE                  PIC 9(8).            cbankvdr
002300   05  DR-REC-FULFILLED-TIME                 PIC X(6).            cbankvdr
002400   05  DR-REC-STATUS                         PIC X(1).            cbankvdr
002500     88  DR-REC-ON-TIME                        VALUE 'F'.         cbankvdr
002600     88  DR-REC-LATE                           VALUE 'L'.         cbankvdr
002700   05  DR-REC-FILES-SEARCHED                 PIC 9(2).            cbankvdr
002800   05  DR-REC-RECORD-COUNT                   PIC 9(7).            cbankvdr
002900   05  DR-REC-RUN-COUNT                      PIC 9(3).            cbankvdr
003000   05  FILLER                                PIC X(20).           cbankvdr
003100                                                                  cbankvdr
003200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvdr
