001300* Maintained from the DBANK35P branch screen; ZBNKHOTL sends    * cbankvcd
001400* the blocked and hot-listed cards to the switch each night,    * cbankvcd
001500* and the ATM feed processor rejects any transaction on a card  * cbankvcd
001600* we show as blocked or never issued. ZBNKCRDR reissues cards   * cbankvcd
001610* coming up to expiry and sends every new card to the bureau    * cbankvcd
001620* on the EMBOSS file.                                           * cbankvcd
001700***************************************************************** cbankvcd
001800   05  CRD-REC-CARD-NO                       PIC X(16).           cbankvcd
001900   05  CRD-REC-ACCNO                         PIC X(9).            cbankvcd
002700   05  CRD-REC-EXPIRY-DTE                    PIC 9(8).            cbankvcd
002800   05  CRD-REC-REPLACED-BY                   PIC X(16).           cbankvcd
002900   05  CRD-REC-USERID                        PIC X(8).            cbankvcd
003000******************************************************************cbankvcd
003001* Card personalisation. A card issued or replaced on DBANK35P,   *cbankvcd
003002* or reissued by ZBNKCRDR, is left pending for the bureau; the   *cbankvcd
003003* next ZBNKCRDR run writes it to the EMBOSS file and marks it    *cbankvcd
003004* sent. A reissued card is held awaiting first use: the first    *cbankvcd
003005* ATM or POS transaction on it blocks the card it replaces,      *cbankvcd
003006* which stays usable until then.                                 *cbankvcd
003007******************************************************************cbankvcd
003010   05  CRD-REC-EMBOSS-STATUS                 PIC X(1).            cbankvcd
003020     88  CRD-REC-EMBOSS-NONE                   VALUE SPACE.       cbankvcd
003030     88  CRD-REC-EMBOSS-PENDING                VALUE 'P'.         cbankvcd
003040     88  CRD-REC-EMBOSS-SENT                   VALUE 'S'.         cbankvcd
003050   05  CRD-REC-ISSUE-REASON                  PIC X(1).            cbankvcd
003060     88  CRD-REC-NEW-ISSUE                     VALUE SPACE, 'N'.  cbankvcd
003070     88  CRD-REC-REPLACEMENT                   VALUE 'R'.         cbankvcd
003080     88  CRD-REC-EXPIRY-REISSUE                VALUE 'E'.         cbankvcd
003090   05  CRD-REC-FIRST-USE                     PIC X(1).            cbankvcd
003091     88  CRD-REC-FIRST-USE-SEEN                VALUE SPACE, 'U'.  cbankvcd
003092     88  CRD-REC-AWAITING-FIRST-USE            VALUE 'W'.         cbankvcd
003093   05  FILLER                                PIC X(7).            cbankvcd
003094   05  CRD-REC-REPLACES                      PIC X(16).           cbankvcd
003100                                                                  cbankvcd
003200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcd
