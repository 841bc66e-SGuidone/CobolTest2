001500* closes the record at sign-off. The ZBNKSESX sweep expires     * cbankvse
001600* sessions idle past the timeout, forcing re-authentication,    * cbankvse
001700* and the history feeds the ZBNKUSRR security reporting.        * cbankvse
001710* DBANK03P counts the one-time passcodes issued to the session, * cbankvse
001720* confirmed and failed, and keeps the last passcode event.      * cbankvse
001800***************************************************************** cbankvse
001900   05  SE-REC-KEY.                                                cbankvse
002000     10  SE-REC-USERID                       PIC X(8).            cbankvse
002900     88  SE-REC-SIGNED-OFF                     VALUE 'O'.         cbankvse
003000   05  SE-REC-SIGNOFF-DTE                    PIC 9(8).            cbankvse
003100   05  SE-REC-SIGNOFF-TIME                   PIC 9(6).            cbankvse
003110   05  SE-REC-OTP-ISSUED                     PIC 9(2).            cbankvse
003120   05  SE-REC-OTP-VERIFIED                   PIC 9(2).            cbankvse
003130   05  SE-REC-OTP-FAILED                     PIC 9(2).            cbankvse
003140   05  SE-REC-OTP-LAST-EVENT                 PIC X(1).            cbankvse
003150     88  SE-REC-OTP-WAS-ISSUED                 VALUE 'I'.         cbankvse
003160     88  SE-REC-OTP-WAS-VERIFIED               VALUE 'V'.         cbankvse
003170     88  SE-REC-OTP-WAS-FAILED                 VALUE 'F'.         cbankvse
003180     88  SE-REC-OTP-WAS-EXPIRED                VALUE 'X'.         cbankvse
003190   05  FILLER                                PIC X(3).            cbankvse
003300                                                                  cbankvse
003400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvse
