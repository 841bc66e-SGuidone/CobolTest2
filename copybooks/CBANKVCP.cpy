001400* held under the compliance-hold status so settlement cannot    * cbankvcp
001500* touch it. DBANK28P is the compliance officers' decision       * cbankvcp
001600* screen: release lets a held payment settle, reject kills it.  * cbankvcp
001610* A business's beneficial owner who matches is parked against   * cbankvcp
001620* the business PID with the owner's BNKBOWN sequence.           * cbankvcp
001700***************************************************************** cbankvcp
001800   05  CP-REC-KEY.                                                cbankvcp
001900     10  CP-REC-DATE                         PIC 9(8).            cbankvcp
002100   05  CP-REC-SOURCE                         PIC X(1).            cbankvcp
002200     88  CP-REC-SOURCE-CUSTOMER                VALUE 'C'.         cbankvcp
002300     88  CP-REC-SOURCE-PAYMENT                 VALUE 'P'.         cbankvcp
002310     88  CP-REC-SOURCE-OWNER                   VALUE 'O'.         cbankvcp
002400   05  CP-REC-PID                            PIC X(5).            cbankvcp
002500   05  CP-REC-FROM-ACCNO                     PIC X(9).            cbankvcp
002600   05  CP-REC-TASKN                          PIC 9(7).            cbankvcp
003200     88  CP-REC-REJECTED                       VALUE 'R'.         cbankvcp
003300   05  CP-REC-DECIDE-USERID                  PIC X(8).            cbankvcp
003400   05  CP-REC-DECIDE-DTE                     PIC 9(8).            cbankvcp
003500   05  CP-REC-OWNER-SEQ                      PIC 9(2).            cbankvcp
003510   05  FILLER                                PIC X(8).            cbankvcp
003600                                                                  cbankvcp
003700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcp
