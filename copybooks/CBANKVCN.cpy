000100***************************************************************** cbankvcn
000200*                                                               * cbankvcn
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvcn
000400*                                                               * cbankvcn
000500***************************************************************** cbankvcn
000600                                                                  cbankvcn
000700***************************************************************** cbankvcn
000800* CBANKVCN.CPY                                                  * cbankvcn
000900*---------------------------------------------------------------* cbankvcn
001000* Record layout of the BNKACHN VSAM file (audit chain links,    * cbankvcn
001100* keyed by place in the chain). Record zero is the chain head:  * cbankvcn
001200* the last place given out and its hash, the date chaining      * cbankvcn
001300* began and the last daily seal. Every other record links one   * cbankvcn
001400* BNKAUDT record to its place, with the hash it was written     * cbankvcn
001500* with. A BNKAUDT record removed by the customer purge          * cbankvcn
001600* (ZBNKPRGE) keeps its link, marked purged, so the chain        * cbankvcn
001700* still closes over the gap. ZBNKACHV verifies the chain.       * cbankvcn
001800***************************************************************** cbankvcn
001900   05  CN-REC-SEQ                            PIC 9(9).            cbankvcn
002000   05  CN-REC-DATA.                                               cbankvcn
002100     10  CN-REC-AUDT-KEY.                                         cbankvcn
002200       15  CN-REC-AUDT-TASKN                 PIC 9(7).            cbankvcn
002300       15  CN-REC-AUDT-SEQ                   PIC 9(3).            cbankvcn
002400     10  CN-REC-HASH                         PIC X(20).           cbankvcn
002500     10  CN-REC-DATE                         PIC 9(8).            cbankvcn
002600     10  CN-REC-STATUS                       PIC X(1).            cbankvcn
002700       88  CN-REC-LIVE                         VALUE 'L'.         cbankvcn
002800       88  CN-REC-PURGED                       VALUE 'P'.         cbankvcn
002900     10  CN-REC-PURGE-DATE                   PIC 9(8).            cbankvcn
003000     10  FILLER                              PIC X(53).           cbankvcn
003100   05  CN-HEAD-DATA REDEFINES CN-REC-DATA.                        cbankvcn
003200     10  CN-HEAD-LAST-SEQ                    PIC 9(9).            cbankvcn
003300     10  CN-HEAD-LAST-HASH                   PIC X(20).           cbankvcn
003400     10  CN-HEAD-START-DATE                  PIC 9(8).            cbankvcn
003500     10  CN-HEAD-SEAL-DATE                   PIC 9(8).            cbankvcn
003600     10  CN-HEAD-SEAL-SEQ                    PIC 9(9).            cbankvcn
003700     10  CN-HEAD-SEAL-HASH                   PIC X(20).           cbankvcn
003800     10  CN-HEAD-SEAL                        PIC X(20).           cbankvcn
003900     10  FILLER                              PIC X(6).            cbankvcn
004000                                                                  cbankvcn
004100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcn
