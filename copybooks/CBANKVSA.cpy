001300* past statement can be listed and re-delivered online without  * cbankvsa
001400* re-running the extract-and-print chain. Retention is applied  * cbankvsa
001500* by the housekeeping batch.                                    * cbankvsa
001510* ZBNKLNST stores a borrower's loan statement the same way but  * cbankvsa
001520* from line 50001 upwards, so it follows the deposit statement  * cbankvsa
001530* of the same day.                                              * cbankvsa
001540* ZBNKMSTM stores a monthly merchant statement under the        * cbankvsa
001550* settlement account owner from line 60001 upwards.             * cbankvsa
001600***************************************************************** cbankvsa
001700   05  SA-REC-KEY.                                                cbankvsa
001800     10  SA-REC-CONTACT-ID                   PIC X(5).            cbankvsa
