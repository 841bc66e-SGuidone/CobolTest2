001200* issuance - listing an account's BNKCHBK serial ranges and     * cbankd34
001300* requesting the next book, whose range follows on from the     * cbankd34
001400* highest serial already issued.                                * cbankd34
001410* The event fee DBANK53P takes for a requested book is returned * cbankd34
001420* in CD34O-FEE.                                                 * cbankd34
001500***************************************************************** cbankd34
001600   05  CD34-DATA.                                                 cbankd34
001700     10  CD34I-DATA.                                              cbankd34
003400           25  CD34O-RANGE-TO              PIC 9(6).              cbankd34
003500           25  CD34O-RANGE-STATUS          PIC X(1).              cbankd34
003600           25  CD34O-RANGE-REQUEST-DTE     PIC 9(8).              cbankd34
003610       15  CD34O-FEE                       PIC S9(5)V99           cbankd34
003620           COMP-3.                                                cbankd34
003700                                                                  cbankd34
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd34
