001100* interbank transfer requests submitted through DBANK03P,       * cbankvxt
001200* keyed by the debiting account number plus the CICS task       * cbankvxt
001300* number that raised the request).                              * cbankvxt
001310* A transfer above the XFEROTP amount waits at 'O' until its    * cbankvxt
001320* BNKOTPC passcode is confirmed, then moves on to 'Q' or 'P';   * cbankvxt
001330* a passcode that expires or is failed leaves it at 'F'.        * cbankvxt
001400***************************************************************** cbankvxt
001500   05  XT-REC-KEY.                                                cbankvxt
001600     10  XT-REC-FROM-ACCNO                   PIC X(9).            cbankvxt
002920     88  XT-REC-RETURNED                       VALUE 'N'.         cbankvxt
002930     88  XT-REC-PENDING-APPROVAL               VALUE 'P'.         cbankvxt
002940     88  XT-REC-COMPLIANCE-HOLD                VALUE 'H'.         cbankvxt
002950     88  XT-REC-AWAITING-OTP                   VALUE 'O'.         cbankvxt
002960     88  XT-REC-OTP-FAILED                     VALUE 'F'.         cbankvxt
003000   05  XT-REC-SETTLED-AMOUNT                 PIC S9(7)V99         cbankvxt
003001       COMP-3.                                                    cbankvxt
003002   05  XT-REC-COMPL-CLEARED                  PIC X(1).            cbankvxt
