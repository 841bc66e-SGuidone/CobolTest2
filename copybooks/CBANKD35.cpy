001200* debit card lifecycle - issuing a card against an account,     * cbankd35
001300* blocking or hot-listing it, replacing it with a new card,     * cbankd35
001400* and listing a customer's cards.                               * cbankd35
001410* The event fee DBANK53P takes for a replacement card is        * cbankd35
001420* returned in CD35O-FEE.                                        * cbankd35
001500***************************************************************** cbankd35
001600   05  CD35-DATA.                                                 cbankd35
001700     10  CD35I-DATA.                                              cbankd35
003700           25  CD35O-CARD-ACCNO            PIC X(9).              cbankd35
003800           25  CD35O-CARD-STATUS           PIC X(1).              cbankd35
003900           25  CD35O-CARD-EXPIRY           PIC 9(8).              cbankd35
003910       15  CD35O-FEE                       PIC S9(5)V99           cbankd35
003920           COMP-3.                                                cbankd35
004000                                                                  cbankd35
004100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd35
