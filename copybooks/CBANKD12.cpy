001100* and the I/O program (DBANK12P) which maintains the BNKROLE    * cbankd12
001200* role/menu file - option add, change, delete and whole-role    * cbankd12
001300* clone - with every change audited to BNKAUDT.                 * cbankd12
001325* Add, change, delete and clone are held on BNKSCHG until a     * cbankd12
001350* second administrator approves them on DBANK60P, which then    * cbankd12
001375* calls back with function 9 and the change reference.          * cbankd12
001400***************************************************************** cbankd12
001500   05  CD12-DATA.                                                 cbankd12
001600     10  CD12I-DATA.                                              cbankd12
002000         88  CD12I-CHANGE                  VALUE '3'.             cbankd12
002100         88  CD12I-DELETE                  VALUE '4'.             cbankd12
002200         88  CD12I-CLONE                   VALUE '5'.             cbankd12
002250         88  CD12I-APPLY-APPROVED          VALUE '9'.             cbankd12
002300       15  CD12I-ROLE                      PIC X(5).              cbankd12
002400       15  CD12I-SEQ                       PIC 9(2).              cbankd12
002500       15  CD12I-OPT-TEXT                  PIC X(30).             cbankd12
002800       15  CD12I-OPT-STATUS                PIC X(1).              cbankd12
002900       15  CD12I-CLONE-TO-ROLE             PIC X(5).              cbankd12
003000       15  CD12I-MAINT-USERID              PIC X(8).              cbankd12
003025       15  CD12I-CHANGE-REF.                                      cbankd12
003050         20  CD12I-CHANGE-DTE              PIC 9(8).              cbankd12
003075         20  CD12I-CHANGE-TASKN            PIC 9(7).              cbankd12
003100     10  CD12O-DATA.                                              cbankd12
003200       15  CD12O-STATUS                    PIC X(1).              cbankd12
003300         88  CD12O-OK                      VALUE 'A'.             cbankd12
004100           25  CD12O-OPT-PGM               PIC X(8).              cbankd12
004200           25  CD12O-OPT-TRANID            PIC X(4).              cbankd12
004300           25  CD12O-OPT-STATUS            PIC X(1).              cbankd12
004325       15  CD12O-CHANGE-REF.                                      cbankd12
004350         20  CD12O-CHANGE-DTE              PIC 9(8).              cbankd12
004375         20  CD12O-CHANGE-TASKN            PIC 9(7).              cbankd12
004400                                                                  cbankd12
004500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd12
