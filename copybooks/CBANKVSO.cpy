000100***************************************************************** cbankvso
000200*                                                               * cbankvso
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvso
000400*                                                               * cbankvso
000500***************************************************************** cbankvso
000600                                                                  cbankvso
000700***************************************************************** cbankvso
000800* CBANKVSO.CPY                                                  * cbankvso
000900*---------------------------------------------------------------* cbankvso
001000* Record layout of the BNKSODC VSAM file (segregation-of-duties * cbankvso
001100* conflicts table, keyed by a pair of BNKROLE role codes that   * cbankvso
001200* one userid must not hold together - for example the role that * cbankvso
001300* asks for a security change and the role that approves it on   * cbankvso
001400* DBANK60P). A pair is looked up either way round, so it need   * cbankvso
001500* only be held once. ZBNKRCRT flags every userid holding both.  * cbankvso
001600***************************************************************** cbankvso
001700   05  SO-REC-KEY.                                                cbankvso
001800     10  SO-REC-ROLE-A                       PIC X(5).            cbankvso
001900     10  SO-REC-ROLE-B                       PIC X(5).            cbankvso
002000   05  SO-REC-RULE-TEXT                      PIC X(40).           cbankvso
002100   05  SO-REC-STATUS                         PIC X(1).            cbankvso
002200     88  SO-REC-ACTIVE                         VALUE 'A'.         cbankvso
002300     88  SO-REC-INACTIVE                       VALUE 'I'.         cbankvso
002400   05  FILLER                                PIC X(10).           cbankvso
002500                                                                  cbankvso
002600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvso
