000100***************************************************************** cbankvca
000200*                                                               * cbankvca
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvca
000400*                                                               * cbankvca
000500***************************************************************** cbankvca
000600                                                                  cbankvca
000700***************************************************************** cbankvca
000800* CBANKVCA.CPY                                                  * cbankvca
000900*---------------------------------------------------------------* cbankvca
001000* Record layout of the BNKGLCOA VSAM file (chart of accounts,   * cbankvca
001100* keyed by GL account). Each GL account that BNKGLBL can carry  * cbankvca
001200* is placed on one financial-statement line, each line sits in  * cbankvca
001300* one class - assets, liabilities and equity on the balance     * cbankvca
001400* sheet, income and expenses on the income statement. ZBNKFNST  * cbankvca
001500* builds the monthly statements from it and ZBNKGLYE uses it to * cbankvca
001600* find the income-statement accounts it closes at year end and  * cbankvca
001700* the single retained-earnings account it closes them into.     * cbankvca
001800***************************************************************** cbankvca
001900   05  CA-REC-GL-ACCOUNT                   PIC X(8).              cbankvca
002000   05  CA-REC-ACCOUNT-NAME                 PIC X(30).             cbankvca
002100   05  CA-REC-STATEMENT                    PIC X(1).              cbankvca
002200     88  CA-REC-BALANCE-SHEET              VALUE 'B'.             cbankvca
002300     88  CA-REC-INCOME-STATEMENT           VALUE 'I'.             cbankvca
002400   05  CA-REC-CLASS                        PIC X(1).              cbankvca
002500     88  CA-REC-ASSET                      VALUE 'A'.             cbankvca
002600     88  CA-REC-LIABILITY                  VALUE 'L'.             cbankvca
002700     88  CA-REC-EQUITY                     VALUE 'E'.             cbankvca
002800     88  CA-REC-INCOME                     VALUE 'R'.             cbankvca
002900     88  CA-REC-EXPENSE                    VALUE 'X'.             cbankvca
003000   05  CA-REC-LINE-CODE                    PIC X(4).              cbankvca
003100   05  CA-REC-LINE-DESC                    PIC X(30).             cbankvca
003200   05  CA-REC-RETAINED                     PIC X(1).              cbankvca
003300     88  CA-REC-RETAINED-EARNINGS          VALUE 'Y'.             cbankvca
003400   05  FILLER                              PIC X(15).             cbankvca
003500                                                                  cbankvca
003600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvca
