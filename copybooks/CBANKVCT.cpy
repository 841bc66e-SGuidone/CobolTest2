000100***************************************************************** cbankvct
000200*                                                               * cbankvct
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvct
000400*                                                               * cbankvct
000500***************************************************************** cbankvct
000600                                                                  cbankvct
000700***************************************************************** cbankvct
000800* CBANKVCT.CPY                                                  * cbankvct
000900*---------------------------------------------------------------* cbankvct
001000* Record layout of the BNKCTOT VSAM file (master-file control   * cbankvct
001100* totals register, keyed by file name and business date).       * cbankvct
001200* ZBNKCTLT writes one entry per master per business date - the  * cbankvct
001300* record count and hash totals taken that night, the count it   * cbankvct
001400* was proved against (the previous entry's count plus the       * cbankvct
001500* records added and less those deleted since that entry was     * cbankvct
001600* taken) and whether the file proved. The first entry for a     * cbankvct
001700* file is an opening count and proves nothing.                  * cbankvct
001710* For BNKTXN, whose additions are counted from the BNKTXD daily * cbankvct
001720* posting journal, the entry also holds how many journal        * cbankvct
001730* entries were dated on or after the day of the count when it   * cbankvct
001740* was taken, so the next night counts only postings since.      * cbankvct
001800***************************************************************** cbankvct
001900   05  CT-REC-KEY.                                                cbankvct
002000     10  CT-REC-FILE                         PIC X(8).            cbankvct
002100     10  CT-REC-BUSDATE                      PIC 9(8).            cbankvct
002200   05  CT-REC-STAMP                          PIC 9(14).           cbankvct
002300   05  CT-REC-COUNT                          PIC 9(9).            cbankvct
002400   05  CT-REC-AMOUNT-HASH                    PIC S9(13)V99        cbankvct
002500       COMP-3.                                                    cbankvct
002600   05  CT-REC-KEY-HASH                       PIC 9(18)            cbankvct
002700       COMP-3.                                                    cbankvct
002710   05  CT-REC-JOURNAL-FROM                   PIC 9(9).            cbankvct
002800   05  CT-REC-PRIOR-BUSDATE                  PIC 9(8).            cbankvct
002900   05  CT-REC-PRIOR-COUNT                    PIC 9(9).            cbankvct
003000   05  CT-REC-ADDED                          PIC 9(9).            cbankvct
003100   05  CT-REC-DELETED                        PIC 9(9).            cbankvct
003200   05  CT-REC-PROOF                          PIC X(1).            cbankvct
003300     88  CT-REC-PROVED                         VALUE 'P'.         cbankvct
003400     88  CT-REC-NOT-PROVED                     VALUE 'F'.         cbankvct
003500     88  CT-REC-OPENING                        VALUE 'O'.         cbankvct
003600   05  FILLER                                PIC X(7).            cbankvct
003700                                                                  cbankvct
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvct
