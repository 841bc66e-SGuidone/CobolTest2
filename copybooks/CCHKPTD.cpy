000100***************************************************************** cchkptd
000200*                                                               * cchkptd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cchkptd
000400*                                                               * cchkptd
000500***************************************************************** cchkptd
000600                                                                  cchkptd
000700***************************************************************** cchkptd
000800* CCHKPTD.CPY                                                   * cchkptd
000900*---------------------------------------------------------------* cchkptd
001000* Parameter area passed to the UCHKPT checkpoint/restart        * cchkptd
001100* utility by the inbound posting jobs. GET-RESTART is called    * cchkptd
001200* before the job opens its files: a RESTART reply returns the   * cchkptd
001300* file the interrupted run was applying, the last input record  * cchkptd
001400* it finished and its running totals; FRESH means start from    * cchkptd
001500* record one. TAKE is called as each input record is finished,  * cchkptd
001600* passing the same fields; the checkpoint is written whenever   * cchkptd
001700* the record number is a multiple of the interval (zero is      * cchkptd
001800* taken as one). COMPLETE is called at the clean end of the run * cchkptd
001900* so the next run starts fresh. The count and amount slots are  * cchkptd
002000* the job's own run counters, in an order each job fixes.       * cchkptd
002100***************************************************************** cchkptd
002200   05  CKP-FUNCTION                         PIC X(1).             cchkptd
002300     88  CKP-GET-RESTART                    VALUE 'G'.            cchkptd
002400     88  CKP-TAKE                           VALUE 'T'.            cchkptd
002500     88  CKP-COMPLETE                       VALUE 'E'.            cchkptd
002600   05  CKP-JOB                              PIC X(8).             cchkptd
002700   05  CKP-INTERVAL                         PIC 9(5).             cchkptd
002800   05  CKP-FILE-ID.                                               cchkptd
002900     10  CKP-INTERFACE                      PIC X(8).             cchkptd
003000     10  CKP-FILE-DATE                      PIC 9(8).             cchkptd
003100     10  CKP-SEQUENCE                       PIC 9(6).             cchkptd
003200   05  CKP-RECORD-NO                        PIC 9(7).             cchkptd
003300   05  CKP-AMOUNT-TOTAL                     PIC S9(11)V99         cchkptd
003400       COMP-3.                                                    cchkptd
003500   05  CKP-COUNT                            PIC 9(7)              cchkptd
003600       OCCURS 8 TIMES.                                            cchkptd
003700   05  CKP-AMOUNT                           PIC S9(11)V99         cchkptd
003800       COMP-3 OCCURS 4 TIMES.                                     cchkptd
003900   05  CKP-TAKEN-DTE                        PIC 9(8).             cchkptd
004000   05  CKP-TAKEN-TIME                       PIC X(6).             cchkptd
004100   05  CKP-REPLY                            PIC X(1).             cchkptd
004200     88  CKP-FRESH                          VALUE 'F'.            cchkptd
004300     88  CKP-RESTART                        VALUE 'R'.            cchkptd
004400     88  CKP-DONE                           VALUE 'D'.            cchkptd
004500     88  CKP-FAILED                         VALUE 'X'.            cchkptd
004600   05  CKP-REPLY-TEXT                       PIC X(40).            cchkptd
004700                                                                  cchkptd
004800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cchkptd
