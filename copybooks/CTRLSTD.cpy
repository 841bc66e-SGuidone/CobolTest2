000100***************************************************************** ctrlstd
000200*                                                               * ctrlstd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * ctrlstd
000400*                                                               * ctrlstd
000500***************************************************************** ctrlstd
000600                                                                  ctrlstd
000700***************************************************************** ctrlstd
000800* CTRLSTD.CPY                                                   * ctrlstd
000900*---------------------------------------------------------------* ctrlstd
001000* Parameter area passed to the UTRLIST trial listing utility by * ctrlstd
001100* the posting jobs that can be run with the TRIAL exec parm. A  * ctrlstd
001200* trial run works everything out exactly as a live run does but * ctrlstd
001300* hands each posting and office-account contra it would have    * ctrlstd
001400* made to UTRLIST instead of writing it, and each job summary   * ctrlstd
001500* line as well, so the TRIALLST listing carries the postings,   * ctrlstd
001600* their totals and the summary the live run will write.         * ctrlstd
001700* START opens a fresh listing, FINISH adds the totals. The mode * ctrlstd
001800* is the caller's own: it decides whether anything is posted.   * ctrlstd
001900***************************************************************** ctrlstd
002000   05  TRL-MODE                             PIC X(1) VALUE 'L'.   ctrlstd
002100     88  TRL-LIVE-RUN                       VALUE 'L'.            ctrlstd
002200     88  TRL-TRIAL-RUN                      VALUE 'T'.            ctrlstd
002300   05  TRL-FUNCTION                         PIC X(1).             ctrlstd
002400     88  TRL-START                          VALUE 'S'.            ctrlstd
002500     88  TRL-POSTING                        VALUE 'P'.            ctrlstd
002600     88  TRL-CONTRA                         VALUE 'C'.            ctrlstd
002700     88  TRL-SUMMARY-LINE                   VALUE 'L'.            ctrlstd
002800     88  TRL-FINISH                         VALUE 'F'.            ctrlstd
002900   05  TRL-JOB                              PIC X(8).             ctrlstd
003000   05  TRL-RUN-DATE                         PIC X(11).            ctrlstd
003100   05  TRL-TXN-IMAGE                        PIC X(86).            ctrlstd
003200   05  TRL-OFA-ID                           PIC X(8).             ctrlstd
003300   05  TRL-OFA-DRCR                         PIC X(2).             ctrlstd
003400   05  TRL-OFA-AMOUNT                       PIC S9(9)V99          ctrlstd
003500       COMP-3.                                                    ctrlstd
003600   05  TRL-TEXT                             PIC X(80).            ctrlstd
003700   05  TRL-REPLY                            PIC X(1).             ctrlstd
003800     88  TRL-OK                             VALUE 'A'.            ctrlstd
003900     88  TRL-FAILED                         VALUE 'F'.            ctrlstd
004000   05  TRL-REPLY-TEXT                       PIC X(40).            ctrlstd
004100                                                                  ctrlstd
004200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     ctrlstd
