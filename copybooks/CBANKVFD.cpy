001800*         inactive for six months                               * cbankvfd
001900*   PWX - a gateway password change followed the same day by    * cbankvfd
002000*         an external transfer at or above the amount           * cbankvfd
002010*   NPY - an external transfer at or above the amount to a      * cbankvfd
002020*         BNKPAYE payee set up within the count of days         * cbankvfd
002030*   PYV - more than the count of a customer's BNKPAYE payees    * cbankvfd
002040*         added, changed or removed in the day                  * cbankvfd
002100* An inactive rule stays on file but is not evaluated.          * cbankvfd
002200***************************************************************** cbankvfd
002300   05  FD-REC-RULE-ID                        PIC X(4).            cbankvfd
002600     88  FD-REC-KIND-CHANNEL-USE               VALUE 'LUS'.       cbankvfd
002700     88  FD-REC-KIND-DORMANT-WAKE              VALUE 'DRM'.       cbankvfd
002800     88  FD-REC-KIND-PSWD-XFER                 VALUE 'PWX'.       cbankvfd
002810     88  FD-REC-KIND-NEW-PAYEE                 VALUE 'NPY'.       cbankvfd
002820     88  FD-REC-KIND-PAYEE-VELOCITY            VALUE 'PYV'.       cbankvfd
002900   05  FD-REC-TXN-TYPE                       PIC X(3).            cbankvfd
003000   05  FD-REC-LIMIT-COUNT                    PIC 9(3).            cbankvfd
003100   05  FD-REC-LIMIT-AMOUNT                   PIC S9(7)V99         cbankvfd
