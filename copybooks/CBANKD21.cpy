001200* quotes - outstanding principal plus per-diem interest to a    * cbankd21
001300* chosen settlement date - and posts the early settlement       * cbankd21
001400* against a held quote, paying off the BNKLNMA loan from a      * cbankd21
001410* nominated account. The payoff amount includes any unpaid      * cbankd21
001420* late-payment charges and penalty interest on the loan.        * cbankd21
001600***************************************************************** cbankd21
001700   05  CD21-DATA.                                                 cbankd21
001800     10  CD21I-DATA.                                              cbankd21
003400           COMP-3.                                                cbankd21
003500       15  CD21O-PER-DIEM                  PIC S9(5)V9(4)         cbankd21
003600           COMP-3.                                                cbankd21
003610       15  CD21O-CHARGES                   PIC S9(7)V99           cbankd21
003620           COMP-3.                                                cbankd21
003700       15  CD21O-DAYS-TO-SETTLE            PIC 9(3).              cbankd21
003800       15  CD21O-PAYOFF-AMOUNT             PIC S9(7)V99           cbankd21
003900           COMP-3.                                                cbankd21
