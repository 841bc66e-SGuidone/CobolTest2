001300* the quote - outstanding principal plus per-diem interest to   * cbankvpq
001400* the chosen settlement date - and later settles against it;    * cbankvpq
001500* a quote not taken up by its expiry date simply lapses and     * cbankvpq
001510* is replaced by the next one requested. Late-payment charges   * cbankvpq
001520* and penalty interest still unpaid on the loan when the quote  * cbankvpq
001530* is taken are held separately so they can be posted as such.   * cbankvpq
001700***************************************************************** cbankvpq
001800   05  PQ-REC-KEY.                                                cbankvpq
001900     10  PQ-REC-CONTACT-ID                   PIC X(5).            cbankvpq
003400     88  PQ-REC-QUOTED                         VALUE 'Q'.         cbankvpq
003500     88  PQ-REC-SETTLED                        VALUE 'S'.         cbankvpq
003600     88  PQ-REC-LAPSED                         VALUE 'L'.         cbankvpq
003610   05  PQ-REC-LATE-FEES                      PIC S9(7)V99         cbankvpq
003620       COMP-3.                                                    cbankvpq
003630   05  PQ-REC-PENALTY                        PIC S9(7)V99         cbankvpq
003640       COMP-3.                                                    cbankvpq
003800                                                                  cbankvpq
003900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvpq
