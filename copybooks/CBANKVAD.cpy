001200* plus a sequence within the task). Every security, role and    * cbankvad
001300* reference-data maintenance action writes one record here     *  cbankvad
001400* with before/after images and the maintaining userid.          * cbankvad
001410* A change made under the two-person rule also carries the      * cbankvad
001420* approving administrator's userid.                             * cbankvad
001430* Each record is chained to the one written before it: it       * cbankvad
001440* carries its place in the chain, the previous record's hash    * cbankvad
001450* and its own keyed hash (UAUDHSH), and the link is kept on     * cbankvad
001460* BNKACHN. Online writers go through CAUDCHP.                   * cbankvad
001500***************************************************************** cbankvad
001600   05  AD-REC-KEY.                                                cbankvad
001700     10  AD-REC-TASKN                        PIC 9(7).            cbankvad
002600   05  AD-REC-TIME                           PIC X(6).            cbankvad
002700   05  AD-REC-BEFORE-IMAGE                   PIC X(80).           cbankvad
002800   05  AD-REC-AFTER-IMAGE                    PIC X(80).           cbankvad
002850   05  AD-REC-APPR-USERID                    PIC X(8).            cbankvad
002900   05  FILLER                                PIC X(2).            cbankvad
002910   05  AD-REC-CHAIN-SEQ                      PIC 9(9).            cbankvad
002920   05  AD-REC-PREV-HASH                      PIC X(20).           cbankvad
002930   05  AD-REC-HASH                           PIC X(20).           cbankvad
003000                                                                  cbankvad
003100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvad
