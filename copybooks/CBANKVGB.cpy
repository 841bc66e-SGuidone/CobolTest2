001500* forward. The period's control record - GL account of all     *  cbankvgb
001600* asterisks - holds the open/closed state every posting is     *  cbankvgb
001700* checked against, so a closed month can never take another     * cbankvgb
001710* entry. ZBNKGLYE marks the December control record once the    * cbankvgb
001720* year's income and expenses are closed to retained earnings.   * cbankvgb
001900***************************************************************** cbankvgb
002000   05  GB-REC-KEY.                                                cbankvgb
002100     10  GB-REC-PERIOD                       PIC 9(6).            cbankvgb
002900   05  GB-REC-STATUS                         PIC X(1).            cbankvgb
003000     88  GB-REC-PERIOD-OPEN                    VALUE 'O'.         cbankvgb
003100     88  GB-REC-PERIOD-CLOSED                  VALUE 'C'.         cbankvgb
003110   05  GB-REC-YEAR-STATUS                    PIC X(1).            cbankvgb
003120     88  GB-REC-YEAR-CLOSED                    VALUE 'Y'.         cbankvgb
003130   05  FILLER                                PIC X(9).            cbankvgb
003300                                                                  cbankvgb
003400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvgb
