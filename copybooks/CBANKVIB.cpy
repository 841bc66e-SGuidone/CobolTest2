000100***************************************************************** cbankvib
000200*                                                               * cbankvib
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvib
000400*                                                               * cbankvib
000500***************************************************************** cbankvib
000600                                                                  cbankvib
000700***************************************************************** cbankvib
000800* CBANKVIB.CPY                                                  * cbankvib
000900*---------------------------------------------------------------* cbankvib
001000* Record layout of the BNKIBRT VSAM file (inter-branch entries, * cbankvib
001100* keyed by posting date + origin reference + branch). A posting * cbankvib
001200* whose two sides belong to different branches writes one leg   * cbankvib
001300* for each branch under the same reference: the branch that     * cbankvib
001400* owes the value carries a due-to leg, the branch that is owed  * cbankvib
001500* carries a due-from leg for the same amount. ZBNKGLEX journals * cbankvib
001600* each leg to its branch and ZBNKIBRC matches the two legs,     * cbankvib
001700* proving every branch pair nets to zero.                       * cbankvib
001800***************************************************************** cbankvib
001900   05  IB-REC-KEY.                                                cbankvib
002000     10  IB-REC-DATE                       PIC 9(8).              cbankvib
002100     10  IB-REC-REF.                                              cbankvib
002200       15  IB-REC-REF-ORIGIN               PIC X(1).              cbankvib
002300         88  IB-REC-ONLINE                 VALUE 'O'.             cbankvib
002400         88  IB-REC-BATCH                  VALUE 'B'.             cbankvib
002500       15  IB-REC-REF-TIME                 PIC X(6).              cbankvib
002600       15  IB-REC-REF-NO                   PIC 9(7).              cbankvib
002700     10  IB-REC-BRANCH                     PIC X(3).              cbankvib
002800   05  IB-REC-OTHER-BRANCH                 PIC X(3).              cbankvib
002900   05  IB-REC-SIDE                         PIC X(1).              cbankvib
003000     88  IB-REC-DUE-FROM                   VALUE 'F'.             cbankvib
003100     88  IB-REC-DUE-TO                     VALUE 'T'.             cbankvib
003200   05  IB-REC-AMOUNT                       PIC S9(9)V99           cbankvib
003300       COMP-3.                                                    cbankvib
003400   05  IB-REC-CURRENCY                     PIC X(3).              cbankvib
003500   05  IB-REC-TXN-TYPE                     PIC X(3).              cbankvib
003600   05  IB-REC-ACCNO                        PIC X(9).              cbankvib
003700   05  IB-REC-TELLER                       PIC X(8).              cbankvib
003800   05  IB-REC-PROGRAM                      PIC X(8).              cbankvib
003900   05  IB-REC-STATUS                       PIC X(1).              cbankvib
004000     88  IB-REC-OPEN                       VALUE SPACE.           cbankvib
004100     88  IB-REC-MATCHED                    VALUE 'M'.             cbankvib
004200   05  IB-REC-MATCH-DATE                   PIC 9(8).              cbankvib
004300   05  FILLER                              PIC X(25).             cbankvib
004400                                                                  cbankvib
004500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvib
