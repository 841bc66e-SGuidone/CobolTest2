001000* Record layout of the BNKLIMP VSAM file (per-customer daily    * cbankvlp
001100* transaction limit profile, keyed by Person-ID). A zero cap    * cbankvlp
001200* means that channel is uncapped for the customer.              * cbankvlp
001210* The ATM and POS caps are also checked online by DBANK64P      * cbankvlp
001220* when the card switch asks for an authorisation.               * cbankvlp
001300***************************************************************** cbankvlp
001400   05  LP-REC-PID                          PIC X(5).              cbankvlp
001500   05  LP-REC-TELLER-CAP                   PIC S9(7)V99           cbankvlp
002200       COMP-3.                                                    cbankvlp
002210   05  LP-REC-ATM-CAP                      PIC S9(7)V99           cbankvlp
002220       COMP-3.                                                    cbankvlp
002230   05  LP-REC-POS-CAP                      PIC S9(7)V99           cbankvlp
002240       COMP-3.                                                    cbankvlp
002400                                                                  cbankvlp
002500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvlp
