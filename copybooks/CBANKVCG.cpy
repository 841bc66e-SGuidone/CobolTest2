000100***************************************************************** cbankvcg
000200*                                                               * cbankvcg
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvcg
000400*                                                               * cbankvcg
000500***************************************************************** cbankvcg
000600                                                                  cbankvcg
000700***************************************************************** cbankvcg
000800* CBANKVCG.CPY                                                  * cbankvcg
000900*---------------------------------------------------------------* cbankvcg
001000* Record layout of the BNKCPGR VSAM file (connected-party       * cbankvcg
001100* groups, keyed by group id and customer PID, alternate         * cbankvcg
001200* indexed by PID through the BNKCPG1 path). Customers whose     * cbankvcg
001300* credit risk is linked - a family, a corporate group, an       * cbankvcg
001400* owner and the companies they control, a guarantor and the     * cbankvcg
001500* borrower - are held under one group id, so that their loans,  * cbankvcg
001600* overdrafts and committed lines are measured together. A       * cbankvcg
001700* customer belongs to at most one group. Maintained on          * cbankvcg
001800* DBANK54P, every change audited to BNKAUDT; read by the        * cbankvcg
001900* monthly ZBNKLGEX large-exposures report and by DBANK06P when  * cbankvcg
002000* the loan officer looks at an application.                     * cbankvcg
002100***************************************************************** cbankvcg
002200   05  CG-REC-KEY.                                                cbankvcg
002300     10  CG-REC-GROUP-ID                   PIC X(8).              cbankvcg
002400     10  CG-REC-PID                        PIC X(5).              cbankvcg
002500   05  CG-REC-GROUP-NAME                   PIC X(25).             cbankvcg
002600   05  CG-REC-REL-TYPE                     PIC X(2).              cbankvcg
002700     88  CG-REC-REL-FAMILY                 VALUE 'FM'.            cbankvcg
002800     88  CG-REC-REL-CORPORATE              VALUE 'CG'.            cbankvcg
002900     88  CG-REC-REL-CONTROLLER             VALUE 'CO'.            cbankvcg
003000     88  CG-REC-REL-GUARANTOR              VALUE 'GU'.            cbankvcg
003100     88  CG-REC-REL-DEPENDENT              VALUE 'ED'.            cbankvcg
003200     88  CG-REC-REL-VALID                  VALUE 'FM' 'CG' 'CO'   cbankvcg
003300                                                 'GU' 'ED'.       cbankvcg
003400   05  CG-REC-ADDED-DTE                    PIC 9(8).              cbankvcg
003500   05  CG-REC-USERID                       PIC X(8).              cbankvcg
003600   05  FILLER                              PIC X(10).             cbankvcg
003700                                                                  cbankvcg
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcg
