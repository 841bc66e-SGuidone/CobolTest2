001100* and the I/O program (DBANK11P) which maintains the BNKSECC    * cbankd11
001200* security control table, with every change audited to          * cbankd11
001300* BNKAUDT with before/after images.                             * cbankd11
001325* Add, change and delete are held on BNKSCHG until a second     * cbankd11
001350* administrator approves them on DBANK60P, which then calls     * cbankd11
001375* back with function 9 and the change reference to apply them.  * cbankd11
001400***************************************************************** cbankd11
001500   05  CD11-DATA.                                                 cbankd11
001600     10  CD11I-DATA.                                              cbankd11
001900         88  CD11I-ADD                     VALUE '2'.             cbankd11
002000         88  CD11I-CHANGE                  VALUE '3'.             cbankd11
002100         88  CD11I-DELETE                  VALUE '4'.             cbankd11
002150         88  CD11I-APPLY-APPROVED          VALUE '9'.             cbankd11
002200       15  CD11I-TRAN                      PIC X(8).              cbankd11
002300       15  CD11I-TERM-CLASS                PIC X(1).              cbankd11
002400       15  CD11I-USERID-CLASS              PIC X(1).              cbankd11
002500       15  CD11I-FLAG                      PIC X(1).              cbankd11
002600       15  CD11I-MAINT-USERID              PIC X(8).              cbankd11
002625       15  CD11I-CHANGE-REF.                                      cbankd11
002650         20  CD11I-CHANGE-DTE              PIC 9(8).              cbankd11
002675         20  CD11I-CHANGE-TASKN            PIC 9(7).              cbankd11
002700     10  CD11O-DATA.                                              cbankd11
002800       15  CD11O-STATUS                    PIC X(1).              cbankd11
002900         88  CD11O-OK                      VALUE 'A'.             cbankd11
003600           25  CD11O-SEC-TERM-CLASS        PIC X(1).              cbankd11
003700           25  CD11O-SEC-USERID-CLASS      PIC X(1).              cbankd11
003800           25  CD11O-SEC-FLAG              PIC X(1).              cbankd11
003825       15  CD11O-CHANGE-REF.                                      cbankd11
003850         20  CD11O-CHANGE-DTE              PIC 9(8).              cbankd11
003875         20  CD11O-CHANGE-TASKN            PIC 9(7).              cbankd11
003900                                                                  cbankd11
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd11
