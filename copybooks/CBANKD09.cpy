001200* accounts under an existing customer and closes accounts       * cbankd09
001300* under the closure rules (settled balance, no live standing    * cbankd09
001400* instructions or queued transfers, final interest settled).    * cbankd09
001410* An account opened is answered with its number and its IBAN.   * cbankd09
001500***************************************************************** cbankd09
001600   05  CD09-DATA.                                                 cbankd09
001700     10  CD09I-DATA.                                              cbankd09
003000         88  CD09O-REJECTED                VALUE 'E'.             cbankd09
003100       15  CD09O-ACCNO                     PIC X(9).              cbankd09
003200       15  CD09O-MESSAGE                   PIC X(60).             cbankd09
003210       15  CD09O-IBAN                      PIC X(18).             cbankd09
003300                                                                  cbankd09
003400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd09
