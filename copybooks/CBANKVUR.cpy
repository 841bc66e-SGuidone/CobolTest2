000100***************************************************************** cbankvur
000200*                                                               * cbankvur
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvur
000400*                                                               * cbankvur
000500***************************************************************** cbankvur
000600                                                                  cbankvur
000700***************************************************************** cbankvur
000800* CBANKVUR.CPY                                                  * cbankvur
000900*---------------------------------------------------------------* cbankvur
001000* Record layout of the BNKSTAF VSAM file (staff access          * cbankvur
001100* register, one record per role a userid holds, keyed by the    * cbankvur
001200* userid of the branch manager who answers for the user, the    * cbankvur
001300* userid and the BNKROLE role code). The quarterly ZBNKRCRT     * cbankvur
001400* run marks every active role 'P' awaiting recertification,     * cbankvur
001500* with the user's last sign-on from BNKSESS and any             * cbankvur
001600* segregation-of-duties conflict found on BNKSODC; the manager  * cbankvur
001700* confirms ('C') or revokes ('R') each one on DBANK61P. A       * cbankvur
001800* revoked role stays on file, inactive, for the audit trail.    * cbankvur
001900***************************************************************** cbankvur
002000   05  UR-REC-KEY.                                                cbankvur
002100     10  UR-REC-MANAGER                      PIC X(8).            cbankvur
002200     10  UR-REC-USERID                       PIC X(8).            cbankvur
002300     10  UR-REC-ROLE                         PIC X(5).            cbankvur
002400   05  UR-REC-BRANCH                         PIC X(3).            cbankvur
002500   05  UR-REC-STATUS                         PIC X(1).            cbankvur
002600     88  UR-REC-ACTIVE                         VALUE 'A'.         cbankvur
002700     88  UR-REC-REVOKED                        VALUE 'R'.         cbankvur
002800   05  UR-REC-GRANT-DTE                      PIC 9(8).            cbankvur
002900   05  UR-REC-CERT-STATUS                    PIC X(1).            cbankvur
003000     88  UR-REC-CERT-NONE                      VALUE SPACE.       cbankvur
003100     88  UR-REC-CERT-PENDING                   VALUE 'P'.         cbankvur
003200     88  UR-REC-CERT-CONFIRMED                 VALUE 'C'.         cbankvur
003300     88  UR-REC-CERT-REVOKED                   VALUE 'R'.         cbankvur
003400   05  UR-REC-CERT-RUN-DTE                   PIC 9(8).            cbankvur
003500   05  UR-REC-CERT-DTE                       PIC 9(8).            cbankvur
003600   05  UR-REC-CERT-USERID                    PIC X(8).            cbankvur
003700   05  UR-REC-LAST-SIGNON-DTE                PIC 9(8).            cbankvur
003800   05  UR-REC-SOD-FLAG                       PIC X(1).            cbankvur
003900     88  UR-REC-SOD-CONFLICT                   VALUE 'Y'.         cbankvur
004000   05  UR-REC-SOD-ROLE                       PIC X(5).            cbankvur
004100   05  FILLER                                PIC X(10).           cbankvur
004200                                                                  cbankvur
004300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvur
