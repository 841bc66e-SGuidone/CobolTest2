001200* token issued at sign-on, bound to the userid that signed on   * cbankvtk
001300* and carrying the expiry instant after which the gateway must  * cbankvtk
001400* reject it).                                                   * cbankvtk
001410* DBANK03P counts the one-time passcodes issued under this      * cbankvtk
001420* token, confirmed and failed, and keeps the last event.        * cbankvtk
001500***************************************************************** cbankvtk
001600   05  TK-REC-TOKEN                          PIC X(16).           cbankvtk
001700   05  TK-REC-USERID                         PIC X(8).            cbankvtk
002200   05  TK-REC-STATUS                         PIC X(1).            cbankvtk
002300     88  TK-REC-ACTIVE                         VALUE 'A'.         cbankvtk
002400     88  TK-REC-REVOKED                        VALUE 'R'.         cbankvtk
002410   05  TK-REC-OTP-ISSUED                     PIC 9(2).            cbankvtk
002420   05  TK-REC-OTP-VERIFIED                   PIC 9(2).            cbankvtk
002430   05  TK-REC-OTP-FAILED                     PIC 9(2).            cbankvtk
002440   05  TK-REC-OTP-LAST-EVENT                 PIC X(1).            cbankvtk
002450     88  TK-REC-OTP-WAS-ISSUED                 VALUE 'I'.         cbankvtk
002460     88  TK-REC-OTP-WAS-VERIFIED               VALUE 'V'.         cbankvtk
002470     88  TK-REC-OTP-WAS-FAILED                 VALUE 'F'.         cbankvtk
002480     88  TK-REC-OTP-WAS-EXPIRED                VALUE 'X'.         cbankvtk
002490   05  FILLER                                PIC X(3).            cbankvtk
002600                                                                  cbankvtk
002700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvtk
