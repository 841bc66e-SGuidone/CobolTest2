000100***************************************************************** crecmovd
000200*                                                               * crecmovd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * crecmovd
000400*                                                               * crecmovd
000500***************************************************************** crecmovd
000600                                                                  crecmovd
000700***************************************************************** crecmovd
000800* CRECMOVD.CPY                                                  * crecmovd
000900*---------------------------------------------------------------* crecmovd
001000* Parameter area passed to the URECMOV record-movement utility  * crecmovd
001100* by the batch jobs that add records to, or delete records      * crecmovd
001200* from, a master file whose record count ZBNKCTLT proves. The   * crecmovd
001300* caller supplies the action, the master file name, the record  * crecmovd
001400* key and its own name; URECMOV adds the timestamp and writes   * crecmovd
001500* the BNKRMOV entry. Online programs write the log directly     * crecmovd
001600* under CICS.                                                   * crecmovd
001700***************************************************************** crecmovd
001800   05  RMV-ACTION                           PIC X(1).             crecmovd
001900     88  RMV-ADDED                          VALUE 'A'.            crecmovd
002000     88  RMV-DELETED                        VALUE 'D'.            crecmovd
002100   05  RMV-FILE                             PIC X(8).             crecmovd
002200   05  RMV-RECKEY                           PIC X(21).            crecmovd
002300   05  RMV-PROGRAM                          PIC X(8).             crecmovd
002400   05  RMV-USERID                           PIC X(8).             crecmovd
002500   05  RMV-REPLY                            PIC X(1).             crecmovd
002600     88  RMV-OK                             VALUE 'A'.            crecmovd
002700     88  RMV-FAILED                         VALUE 'F'.            crecmovd
002800                                                                  crecmovd
002900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     crecmovd
