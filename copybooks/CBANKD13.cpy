001200* console over the BNKUSRF sign-on file - lookup, unlock,       * cbankd13
001300* force a password change, clear the security answer - all     *  cbankd13
001400* audited with the administrator's userid.                      * cbankd13
001420* Unlock, force-change and clear-answer are held on BNKSCHG     * cbankd13
001440* until a second administrator approves them on DBANK60P,       * cbankd13
001460* which then calls back with function 9 and the change          * cbankd13
001480* reference.                                                    * cbankd13
001490* CD13O-DISABLED shows a userid disabled by ZBNKRCRT; unlock    * cbankd13
001495* re-enables it.                                                * cbankd13
001500***************************************************************** cbankd13
001600   05  CD13-DATA.                                                 cbankd13
001700     10  CD13I-DATA.                                              cbankd13
002000         88  CD13I-UNLOCK                  VALUE '2'.             cbankd13
002100         88  CD13I-FORCE-CHANGE            VALUE '3'.             cbankd13
002200         88  CD13I-CLEAR-ANSWER            VALUE '4'.             cbankd13
002250         88  CD13I-APPLY-APPROVED          VALUE '9'.             cbankd13
002300       15  CD13I-USERID                    PIC X(8).              cbankd13
002400       15  CD13I-ADMIN-USERID              PIC X(8).              cbankd13
002425       15  CD13I-CHANGE-REF.                                      cbankd13
002450         20  CD13I-CHANGE-DTE              PIC 9(8).              cbankd13
002475         20  CD13I-CHANGE-TASKN            PIC 9(7).              cbankd13
002500     10  CD13O-DATA.                                              cbankd13
002600       15  CD13O-STATUS                    PIC X(1).              cbankd13
002700         88  CD13O-OK                      VALUE 'A'.             cbankd13
003200       15  CD13O-LAST-CHANGE-DTE           PIC 9(8).              cbankd13
003300       15  CD13O-FORCE-CHANGE              PIC X(1).              cbankd13
003400       15  CD13O-SECURITY-Q-ID             PIC X(2).              cbankd13
003425       15  CD13O-CHANGE-REF.                                      cbankd13
003450         20  CD13O-CHANGE-DTE              PIC 9(8).              cbankd13
003475         20  CD13O-CHANGE-TASKN            PIC 9(7).              cbankd13
003480       15  CD13O-DISABLED                  PIC X(1).              cbankd13
003500                                                                  cbankd13
003600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd13
