000100***************************************************************** cbankvbo
000200*                                                               * cbankvbo
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvbo
000400*                                                               * cbankvbo
000500***************************************************************** cbankvbo
000600                                                                  cbankvbo
000700***************************************************************** cbankvbo
000800* CBANKVBO.CPY                                                  * cbankvbo
000900*---------------------------------------------------------------* cbankvbo
001000* Record layout of the BNKBOWN VSAM file (beneficial owners,    * cbankvbo
001100* keyed by business PID + sequence). One record for each        * cbankvbo
001200* individual who owns or controls a business customer, with the * cbankvbo
001300* holding as a percentage. An owner who is also a customer of   * cbankvbo
001400* the bank carries their own PID. Owners are recorded by        * cbankvbo
001500* DBANK08P, which will not complete a business customer without * cbankvbo
001600* at least one; ZBNKSANC screens every owner's name against the * cbankvbo
001700* watch list and ZBNKKYCR lists them with the business on the   * cbankvbo
001800* KYC review work list.                                         * cbankvbo
001900***************************************************************** cbankvbo
002000   05  BO-REC-KEY.                                                cbankvbo
002100     10  BO-REC-BUS-PID                      PIC X(5).            cbankvbo
002200     10  BO-REC-SEQ                          PIC 9(2).            cbankvbo
002300   05  BO-REC-NAME                           PIC X(25).           cbankvbo
002400   05  BO-REC-OWNER-PID                      PIC X(5).            cbankvbo
002500   05  BO-REC-DOB                            PIC 9(8).            cbankvbo
002600   05  BO-REC-CNTRY                          PIC X(6).            cbankvbo
002700   05  BO-REC-PCT                            PIC 9(3)V99.         cbankvbo
002800   05  BO-REC-ROLE                           PIC X(1).            cbankvbo
002900     88  BO-REC-SHAREHOLDER                    VALUE 'O'.         cbankvbo
003000     88  BO-REC-CONTROLLER                     VALUE 'C'.         cbankvbo
003100   05  BO-REC-ADDED-DTE                      PIC 9(8).            cbankvbo
003200   05  BO-REC-ADDED-USERID                   PIC X(8).            cbankvbo
003300   05  FILLER                                PIC X(7).            cbankvbo
003400                                                                  cbankvbo
003500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvbo
