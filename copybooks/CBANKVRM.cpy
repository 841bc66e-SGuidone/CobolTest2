000100***************************************************************** cbankvrm
000200*                                                               * cbankvrm
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvrm
000400*                                                               * cbankvrm
000500***************************************************************** cbankvrm
000600                                                                  cbankvrm
000700***************************************************************** cbankvrm
000800* CBANKVRM.CPY                                                  * cbankvrm
000900*---------------------------------------------------------------* cbankvrm
001000* Record layout of the BNKRMOV VSAM file (record-movement log,  * cbankvrm
001100* keyed by master file name, timestamp, record key and a        * cbankvrm
001200* tie-break sequence). Every record added to or deleted from    * cbankvrm
001300* BNKCUST, BNKACCT, BNKLNMA, BNKJOWN or BNKCARD, and every      * cbankvrm
001400* BNKTXN posting purged, is logged here by the program that did * cbankvrm
001500* it - online programs write it directly under CICS, batch jobs * cbankvrm
001600* through URECMOV. ZBNKCTLT counts the day's movements to prove * cbankvrm
001700* each master's record count against the day before. Postings   * cbankvrm
001800* added to BNKTXN are counted from the BNKTXD daily journal.    * cbankvrm
001900***************************************************************** cbankvrm
002000   05  RM-REC-KEY.                                                cbankvrm
002100     10  RM-REC-FILE                         PIC X(8).            cbankvrm
002200     10  RM-REC-STAMP                        PIC 9(14).           cbankvrm
002300     10  RM-REC-RECKEY                       PIC X(21).           cbankvrm
002400     10  RM-REC-SEQ                          PIC 9(3).            cbankvrm
002500   05  RM-REC-ACTION                         PIC X(1).            cbankvrm
002600     88  RM-REC-ADDED                          VALUE 'A'.         cbankvrm
002700     88  RM-REC-DELETED                        VALUE 'D'.         cbankvrm
002800   05  RM-REC-PROGRAM                        PIC X(8).            cbankvrm
002900   05  RM-REC-USERID                         PIC X(8).            cbankvrm
003000   05  RM-REC-TASKN                          PIC 9(7).            cbankvrm
003100   05  FILLER                                PIC X(10).           cbankvrm
003200                                                                  cbankvrm
003300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvrm
