000100***************************************************************** cbankvck
000200*                                                               * cbankvck
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvck
000400*                                                               * cbankvck
000500***************************************************************** cbankvck
000600                                                                  cbankvck
000700***************************************************************** cbankvck
000800* CBANKVCK.CPY                                                  * cbankvck
000900*---------------------------------------------------------------* cbankvck
001000* Record layout of the BNKCKPT VSAM file (inbound posting job   * cbankvck
001100* checkpoints, keyed by job name). UCHKPT keeps one record per  * cbankvck
001200* job: the file being applied, the last input record finished,  * cbankvck
001300* the file's running control totals and the job's own run       * cbankvck
001400* counters. An in-progress record left behind by an abend is    * cbankvck
001500* what a rerun resumes from; a clean end marks it complete.     * cbankvck
001600***************************************************************** cbankvck
001700   05  CK-REC-JOB                           PIC X(8).             cbankvck
001800   05  CK-REC-STATUS                        PIC X(1).             cbankvck
001900     88  CK-REC-IN-PROGRESS                   VALUE 'P'.          cbankvck
002000     88  CK-REC-COMPLETE                      VALUE 'C'.          cbankvck
002100   05  CK-REC-FILE-ID.                                            cbankvck
002200     10  CK-REC-INTERFACE                   PIC X(8).             cbankvck
002300     10  CK-REC-FILE-DATE                   PIC 9(8).             cbankvck
002400     10  CK-REC-SEQUENCE                    PIC 9(6).             cbankvck
002500   05  CK-REC-RECORD-NO                     PIC 9(7).             cbankvck
002600   05  CK-REC-AMOUNT-TOTAL                  PIC S9(11)V99         cbankvck
002700       COMP-3.                                                    cbankvck
002800   05  CK-REC-COUNT                         PIC 9(7)              cbankvck
002900       OCCURS 8 TIMES.                                            cbankvck
003000   05  CK-REC-AMOUNT                        PIC S9(11)V99         cbankvck
003100       COMP-3 OCCURS 4 TIMES.                                     cbankvck
003200   05  CK-REC-TAKEN-DTE                     PIC 9(8).             cbankvck
003300   05  CK-REC-TAKEN-TIME                    PIC X(6).             cbankvck
003400   05  FILLER                               PIC X(20).            cbankvck
003500                                                                  cbankvck
003600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvck
